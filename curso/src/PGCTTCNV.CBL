      *****************************************************************
      * Program name:    PGCTTCNV
      * Original author: Anderson Nascimento
      * Purpose: Conversao unica do CONTATOS.DAT para o layout com a
      *          promessa de pagamento (contrato, data prometida,
      *          valor e situacao no fim do registro), conferida todo
      *          dia pelo PGPROMES contra o PAGTOS.TXT. Os contatos
      *          gravados antes da conversao nao tem promessa
      *          estruturada - o combinado ficou so na nota - e nascem
      *          com contrato, data e valor zerados e situacao em
      *          branco, fora da conferencia. O arquivo antigo ganha
      *          copia de seguranca sequencial (CONTATOS.CNV) antes da
      *          reconstrucao, e o CTTCNV.CTL impede que a conversao
      *          rode duas vezes.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGCTTCNV.
         AUTHOR. Anderson Nascimento.
         INSTALLATION. CURSO COBOL.
         DATE-WRITTEN. 15/10/2026.
         DATE-COMPILED. 15/10/2026.
         SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
      *    O caminho fisico e aberto duas vezes, nunca ao mesmo
      *    tempo: primeiro no layout antigo (lido ate o fim para a
      *    copia e fechado), depois recriado no layout novo a partir
      *    da copia.
           SELECT CONTATOS-ANTIGO ASSIGN TO './CONTATOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS COA-CHAVE
           FILE STATUS   IS WS-FS-COA.
           SELECT CONTATOS-NOVO ASSIGN TO './CONTATOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS CON-CHAVE
           FILE STATUS   IS WS-FS-CON.
           SELECT COPIA-CONTATOS ASSIGN TO './CONTATOS.CNV'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-CPC.
           SELECT CONTROLE ASSIGN TO './CTTCNV.CTL'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-CTL.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   CONTATOS.DAT - layout antigo (sem promessa) e novo.
         FD  CONTATOS-ANTIGO.
         01  REG-CONTATO-ANTIGO.
             05  COA-CHAVE           PIC X(20).
             05  COA-RESTO           PIC X(50).
         FD  CONTATOS-NOVO.
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
         FD  COPIA-CONTATOS.
         01  REG-COPIA-CONTATO.
             05  CPC-CHAVE           PIC X(20).
             05  CPC-RESTO           PIC X(50).
      *
      *   CTTCNV.CTL - marca de conversao ja feita.
         FD  CONTROLE.
         01  REG-CONTROLE.
             05  CTL-DATA            PIC 9(08).
             05  CTL-CONTATOS        PIC 9(07).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-COA               PIC X(02) VALUE '00'.
         77  WS-FS-CON               PIC X(02) VALUE '00'.
         77  WS-FS-CPC               PIC 99.
         77  WS-FS-CTL               PIC 99.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-QTD-LIDOS            PIC 9(07) VALUE ZEROS.
         77  WS-QTD-GRAVADOS         PIC 9(07) VALUE ZEROS.
         77  WS-QTD-DIVERGENTES      PIC 9(01) VALUE ZEROS.
         COPY TRAVA.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '----- CONVERSAO DA PROMESSA NOS CONTATOS -----'
           OPEN INPUT CONTROLE
           IF WS-FS-CTL EQUAL ZEROS THEN
              READ CONTROLE
                 NOT AT END
                    DISPLAY '>> CONVERSAO JA FEITA EM ' CTL-DATA
                            ' (' CTL-CONTATOS ' CONTATOS).'
              END-READ
              CLOSE CONTROLE
              GOBACK
           END-IF.
           MOVE 'R'                            TO TR-FUNCAO
           MOVE 'PGCTTCNV'                     TO TR-PROGRAMA
           MOVE 'CONTATOS.DAT'                 TO TR-ARQUIVO
           CALL './bin/PGTRAVA' USING TR-PARM
           IF TR-RECUSADA THEN
              DISPLAY '>> CONTATOS.DAT EM USO POR ' TR-DONO
                      ' DESDE ' TR-HORA-DONO ' - TENTE DEPOIS.'
              GOBACK
           END-IF.

           MOVE SPACES                         TO REG-CONTROLE
           MOVE FUNCTION CURRENT-DATE(1:8)     TO CTL-DATA
           PERFORM CONVERTE-CONTATOS THRU CONVERTE-CONTATOS-FIM
           MOVE WS-QTD-GRAVADOS                TO CTL-CONTATOS

           IF WS-QTD-DIVERGENTES EQUAL ZEROS THEN
              OPEN OUTPUT CONTROLE
              WRITE REG-CONTROLE
              CLOSE CONTROLE
              DISPLAY 'CONVERSAO CONCLUIDA - ' WS-QTD-GRAVADOS
                      ' CONTATO(S)'
           ELSE
              DISPLAY '>> ATENCAO: CONTAGENS NAO BATEM, CONFIRA A'
                      ' COPIA CONTATOS.CNV ANTES DE SEGUIR.'
           END-IF.
           MOVE 'L'                            TO TR-FUNCAO
           CALL './bin/PGTRAVA' USING TR-PARM
           GOBACK.
      *
       CONVERTE-CONTATOS.
           MOVE ZEROS                          TO WS-QTD-LIDOS
                                                  WS-QTD-GRAVADOS
           OPEN INPUT CONTATOS-ANTIGO
           IF WS-FS-COA NOT EQUAL '00' THEN
              DISPLAY 'CONTATOS.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-COA ' (NADA A CONVERTER).'
              GO TO CONVERTE-CONTATOS-FIM
           END-IF.
           OPEN OUTPUT COPIA-CONTATOS
           MOVE 'N'                            TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ CONTATOS-ANTIGO NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    ADD 1                      TO WS-QTD-LIDOS
                    WRITE REG-COPIA-CONTATO FROM REG-CONTATO-ANTIGO
              END-READ
           END-PERFORM.
           CLOSE CONTATOS-ANTIGO COPIA-CONTATOS.

      *    Contato anterior a conversao nao tem promessa estruturada,
      *    nem quando o tipo e PP: fica fora da conferencia diaria.
           OPEN INPUT COPIA-CONTATOS
           OPEN OUTPUT CONTATOS-NOVO
           MOVE 'N'                            TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ COPIA-CONTATOS
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    MOVE CPC-CHAVE             TO CON-CHAVE
                    MOVE CPC-RESTO             TO REG-CONTATO(21:50)
                    MOVE ZEROS                 TO CON-PROM-CONTRATO
                                                  CON-PROM-DATA
                                                  CON-PROM-VALOR
                    MOVE SPACES                TO CON-PROM-SITUACAO
                    WRITE REG-CONTATO
                    IF WS-FS-CON EQUAL '00' THEN
                       ADD 1                   TO WS-QTD-GRAVADOS
                    ELSE
                       DISPLAY '>> ERRO AO GRAVAR O CONTATO '
                               CON-CHAVE
                               ' - FILE STATUS: ' WS-FS-CON
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COPIA-CONTATOS CONTATOS-NOVO.
           PERFORM CONFERE-CONTAGENS
           DISPLAY 'CONTATOS.DAT: ' WS-QTD-GRAVADOS
                   ' CONTATO(S) - COPIA EM CONTATOS.CNV'.
       CONVERTE-CONTATOS-FIM.
           EXIT.
      *
       CONFERE-CONTAGENS.
           IF WS-QTD-LIDOS NOT EQUAL WS-QTD-GRAVADOS THEN
              ADD 1                            TO WS-QTD-DIVERGENTES
              DISPLAY '>> LIDOS ' WS-QTD-LIDOS ' CONVERTIDOS '
                      WS-QTD-GRAVADOS
           END-IF.
      *
       END PROGRAM PGCTTCNV.
