      *****************************************************************
      * Program name:    PGHDRCNV
      * Original author: Anderson Nascimento
      * Purpose: Conversao unica do CONTRHDR.DAT para o layout com o
      *          sistema de amortizacao gravado no cabecalho
      *          (HDR-SISTEMA-AMORT no fim do registro: P PRICE,
      *          S SAC). Todo contrato existente foi originado pelo
      *          PRICE e recebe 'P'. O arquivo antigo ganha copia de
      *          seguranca sequencial (CONTRHDR.CNV) antes da
      *          reconstrucao, e o HDRCNV.CTL impede que a conversao
      *          rode duas vezes. Roda antes do PGPARCNV quando os
      *          dois estiverem pendentes (ele le o cabecalho ja no
      *          layout novo).
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGHDRCNV.
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
           SELECT CONTRHDR-ANTIGO ASSIGN TO './CONTRHDR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS HDA-CHAVE
           FILE STATUS   IS WS-FS-HDA.
           SELECT CONTRHDR-NOVO ASSIGN TO './CONTRHDR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS HDR-NUM-CONTRATO
           FILE STATUS   IS WS-FS-HDR.
           SELECT COPIA-CONTRHDR ASSIGN TO './CONTRHDR.CNV'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-CPH.
           SELECT CONTROLE ASSIGN TO './HDRCNV.CTL'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-CTL.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   CONTRHDR.DAT - layout antigo (sem sistema) e novo.
         FD  CONTRHDR-ANTIGO.
         01  REG-CONTRHDR-ANTIGO.
             05  HDA-CHAVE           PIC X(05).
             05  HDA-RESTO           PIC X(33).
         FD  CONTRHDR-NOVO.
         01  REG-CONTRHDR.
             05  HDR-NUM-CONTRATO    PIC 9(05).
             05  HDR-CD-CLIENTE      PIC 9(06).
             05  HDR-VLR-PRINCIPAL   PIC 9(07)V99.
             05  HDR-TAXA-JUROS      PIC 9V9(6).
             05  HDR-NUM-PRESTACOES  PIC 9(03).
             05  HDR-DATA-CRIACAO    PIC 9(08).
             05  HDR-SISTEMA-AMORT   PIC X(01).
         FD  COPIA-CONTRHDR.
         01  REG-COPIA-CONTRHDR.
             05  CPH-NUM-CONTRATO    PIC 9(05).
             05  CPH-RESTO           PIC X(33).
      *
      *   HDRCNV.CTL - marca de conversao ja feita.
         FD  CONTROLE.
         01  REG-CONTROLE.
             05  CTL-DATA            PIC 9(08).
             05  CTL-CONTRATOS       PIC 9(07).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-HDA               PIC X(02) VALUE '00'.
         77  WS-FS-HDR               PIC X(02) VALUE '00'.
         77  WS-FS-CPH               PIC 99.
         77  WS-FS-CTL               PIC 99.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-QTD-LIDOS            PIC 9(07) VALUE ZEROS.
         77  WS-QTD-GRAVADOS         PIC 9(07) VALUE ZEROS.
         77  WS-QTD-DIVERGENTES      PIC 9(01) VALUE ZEROS.
         COPY TRAVA.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- CONVERSAO DO SISTEMA DE AMORTIZACAO (HDR) ----'
           OPEN INPUT CONTROLE
           IF WS-FS-CTL EQUAL ZEROS THEN
              READ CONTROLE
                 NOT AT END
                    DISPLAY '>> CONVERSAO JA FEITA EM ' CTL-DATA
                            ' (' CTL-CONTRATOS ' CONTRATOS).'
              END-READ
              CLOSE CONTROLE
              GOBACK
           END-IF.
           MOVE 'R'                            TO TR-FUNCAO
           MOVE 'PGHDRCNV'                     TO TR-PROGRAMA
           MOVE 'CONTRHDR.DAT'                 TO TR-ARQUIVO
           CALL './bin/PGTRAVA' USING TR-PARM
           IF TR-RECUSADA THEN
              DISPLAY '>> CONTRHDR.DAT EM USO POR ' TR-DONO
                      ' DESDE ' TR-HORA-DONO ' - TENTE DEPOIS.'
              GOBACK
           END-IF.

           MOVE SPACES                         TO REG-CONTROLE
           MOVE FUNCTION CURRENT-DATE(1:8)     TO CTL-DATA
           PERFORM CONVERTE-CABECALHOS THRU CONVERTE-CABECALHOS-FIM
           MOVE WS-QTD-GRAVADOS                TO CTL-CONTRATOS

           IF WS-QTD-DIVERGENTES EQUAL ZEROS THEN
              OPEN OUTPUT CONTROLE
              WRITE REG-CONTROLE
              CLOSE CONTROLE
              DISPLAY 'CONVERSAO CONCLUIDA - ' WS-QTD-GRAVADOS
                      ' CONTRATO(S)'
           ELSE
              DISPLAY '>> ATENCAO: CONTAGENS NAO BATEM, CONFIRA A'
                      ' COPIA CONTRHDR.CNV ANTES DE SEGUIR.'
           END-IF.
           MOVE 'L'                            TO TR-FUNCAO
           CALL './bin/PGTRAVA' USING TR-PARM
           GOBACK.
      *
       CONVERTE-CABECALHOS.
           MOVE ZEROS                          TO WS-QTD-LIDOS
                                                  WS-QTD-GRAVADOS
           OPEN INPUT CONTRHDR-ANTIGO
           IF WS-FS-HDA NOT EQUAL '00' THEN
              DISPLAY 'CONTRHDR.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-HDA ' (NADA A CONVERTER).'
              GO TO CONVERTE-CABECALHOS-FIM
           END-IF.
           OPEN OUTPUT COPIA-CONTRHDR
           MOVE 'N'                            TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ CONTRHDR-ANTIGO NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    ADD 1                      TO WS-QTD-LIDOS
                    WRITE REG-COPIA-CONTRHDR FROM REG-CONTRHDR-ANTIGO
              END-READ
           END-PERFORM.
           CLOSE CONTRHDR-ANTIGO COPIA-CONTRHDR.

      *    Todo contrato anterior a esta conversao e PRICE.
           OPEN INPUT COPIA-CONTRHDR
           OPEN OUTPUT CONTRHDR-NOVO
           MOVE 'N'                            TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ COPIA-CONTRHDR
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    MOVE CPH-NUM-CONTRATO      TO HDR-NUM-CONTRATO
                    MOVE CPH-RESTO             TO REG-CONTRHDR(6:33)
                    MOVE 'P'                   TO HDR-SISTEMA-AMORT
                    WRITE REG-CONTRHDR
                    IF WS-FS-HDR EQUAL '00' THEN
                       ADD 1                   TO WS-QTD-GRAVADOS
                    ELSE
                       DISPLAY '>> ERRO AO GRAVAR O CONTRATO '
                               HDR-NUM-CONTRATO
                               ' - FILE STATUS: ' WS-FS-HDR
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COPIA-CONTRHDR CONTRHDR-NOVO.
           PERFORM CONFERE-CONTAGENS
           DISPLAY 'CONTRHDR.DAT: ' WS-QTD-GRAVADOS
                   ' CONTRATO(S) - COPIA EM CONTRHDR.CNV'.
       CONVERTE-CABECALHOS-FIM.
           EXIT.
      *
       CONFERE-CONTAGENS.
           IF WS-QTD-LIDOS NOT EQUAL WS-QTD-GRAVADOS THEN
              ADD 1                            TO WS-QTD-DIVERGENTES
              DISPLAY '>> LIDOS ' WS-QTD-LIDOS ' CONVERTIDOS '
                      WS-QTD-GRAVADOS
           END-IF.
      *
       END PROGRAM PGHDRCNV.
