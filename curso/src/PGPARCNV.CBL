      *****************************************************************
      * Program name:    PGPARCNV
      * Original author: Anderson Nascimento
      * Purpose: Conversao unica do PARCELAS.DAT para o layout com o
      *          vencimento gravado na parcela (PAR-VENCIMENTO no fim
      *          do registro). O vencimento de cada parcela existente
      *          e calculado pelo PGVENCTO a partir da data de criacao
      *          do cabecalho (CONTRHDR.DAT) - a mesma regra que os
      *          programas da carteira derivavam ate aqui, agora com
      *          o ajuste para o proximo dia util. Parcela sem
      *          cabecalho fica com vencimento zerado e e listada para
      *          conferencia. O arquivo antigo ganha copia de seguranca
      *          sequencial (PARCELAS.CNV) antes da reconstrucao, e o
      *          PARCCNV.CTL impede que a conversao rode duas vezes.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGPARCNV.
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
           SELECT PARCELAS-ANTIGO ASSIGN TO './PARCELAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS PAA-CHAVE
           FILE STATUS   IS WS-FS-PAA.
           SELECT PARCELAS-NOVO ASSIGN TO './PARCELAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS PAR-CHAVE
           FILE STATUS   IS WS-FS-PAR.
           SELECT COPIA-PARCELAS ASSIGN TO './PARCELAS.CNV'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-CPA.
           SELECT CONTRHDR ASSIGN TO './CONTRHDR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS HDR-NUM-CONTRATO
           FILE STATUS   IS WS-FS-HDR.
           SELECT CONTROLE ASSIGN TO './PARCCNV.CTL'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-CTL.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   PARCELAS.DAT - layout antigo (sem vencimento) e novo.
         FD  PARCELAS-ANTIGO.
         01  REG-PARCELA-ANTIGA.
             05  PAA-CHAVE           PIC X(08).
             05  PAA-RESTO           PIC X(43).
         FD  PARCELAS-NOVO.
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
             05  PAR-VENCIMENTO      PIC 9(08).
         FD  COPIA-PARCELAS.
         01  REG-COPIA-PARCELA.
             05  CPA-CHAVE.
                 10  CPA-NUM-CONTRATO PIC 9(05).
                 10  CPA-NUM-PARCELA PIC 9(03).
             05  CPA-RESTO           PIC X(43).
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
      *   PARCCNV.CTL - marca de conversao ja feita.
         FD  CONTROLE.
         01  REG-CONTROLE.
             05  CTL-DATA            PIC 9(08).
             05  CTL-PARCELAS        PIC 9(07).
             05  CTL-SEM-CABECALHO   PIC 9(07).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-PAA               PIC X(02) VALUE '00'.
         77  WS-FS-PAR               PIC X(02) VALUE '00'.
         77  WS-FS-CPA               PIC 99.
         77  WS-FS-HDR               PIC X(02) VALUE '00'.
         77  WS-FS-CTL               PIC 99.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-QTD-LIDOS            PIC 9(07) VALUE ZEROS.
         77  WS-QTD-GRAVADOS         PIC 9(07) VALUE ZEROS.
         77  WS-QTD-SEM-HDR          PIC 9(07) VALUE ZEROS.
         77  WS-QTD-DIVERGENTES      PIC 9(01) VALUE ZEROS.
         77  WS-HDR-CACHE            PIC 9(05) VALUE ZEROS.
         77  WS-HDR-ACHADO           PIC X     VALUE 'N'.
         77  WS-DATA-CRIACAO         PIC 9(08) VALUE ZEROS.
         COPY TRAVA.
         COPY VENCTO.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '------ CONVERSAO DO VENCIMENTO DAS PARCELAS ------'
           OPEN INPUT CONTROLE
           IF WS-FS-CTL EQUAL ZEROS THEN
              READ CONTROLE
                 NOT AT END
                    DISPLAY '>> CONVERSAO JA FEITA EM ' CTL-DATA
                            ' (' CTL-PARCELAS ' PARCELAS).'
              END-READ
              CLOSE CONTROLE
              GOBACK
           END-IF.
           MOVE 'R'                            TO TR-FUNCAO
           MOVE 'PGPARCNV'                     TO TR-PROGRAMA
           MOVE 'PARCELAS.DAT'                 TO TR-ARQUIVO
           CALL './bin/PGTRAVA' USING TR-PARM
           IF TR-RECUSADA THEN
              DISPLAY '>> PARCELAS.DAT EM USO POR ' TR-DONO
                      ' DESDE ' TR-HORA-DONO ' - TENTE DEPOIS.'
              GOBACK
           END-IF.

           MOVE SPACES                         TO REG-CONTROLE
           MOVE FUNCTION CURRENT-DATE(1:8)     TO CTL-DATA
           PERFORM CONVERTE-PARCELAS THRU CONVERTE-PARCELAS-FIM
           MOVE WS-QTD-GRAVADOS                TO CTL-PARCELAS
           MOVE WS-QTD-SEM-HDR                 TO CTL-SEM-CABECALHO

           IF WS-QTD-DIVERGENTES EQUAL ZEROS THEN
              OPEN OUTPUT CONTROLE
              WRITE REG-CONTROLE
              CLOSE CONTROLE
              DISPLAY 'CONVERSAO CONCLUIDA - ' WS-QTD-GRAVADOS
                      ' PARCELA(S)'
           ELSE
              DISPLAY '>> ATENCAO: CONTAGENS NAO BATEM, CONFIRA A'
                      ' COPIA PARCELAS.CNV ANTES DE SEGUIR.'
           END-IF.
           MOVE 'L'                            TO TR-FUNCAO
           CALL './bin/PGTRAVA' USING TR-PARM
           GOBACK.
      *
       CONVERTE-PARCELAS.
           MOVE ZEROS                          TO WS-QTD-LIDOS
                                                  WS-QTD-GRAVADOS
                                                  WS-QTD-SEM-HDR
           OPEN INPUT PARCELAS-ANTIGO
           IF WS-FS-PAA NOT EQUAL '00' THEN
              DISPLAY 'PARCELAS.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-PAA ' (NADA A CONVERTER).'
              GO TO CONVERTE-PARCELAS-FIM
           END-IF.
           OPEN OUTPUT COPIA-PARCELAS
           MOVE 'N'                            TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ PARCELAS-ANTIGO NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    ADD 1                      TO WS-QTD-LIDOS
                    WRITE REG-COPIA-PARCELA FROM REG-PARCELA-ANTIGA
              END-READ
           END-PERFORM.
           CLOSE PARCELAS-ANTIGO COPIA-PARCELAS.

           OPEN INPUT CONTRHDR
           OPEN INPUT COPIA-PARCELAS
           OPEN OUTPUT PARCELAS-NOVO
           MOVE ZEROS                          TO WS-HDR-CACHE
           MOVE 'N'                            TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ COPIA-PARCELAS
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    MOVE CPA-CHAVE             TO PAR-CHAVE
                    MOVE CPA-RESTO             TO REG-PARCELA(9:43)
                    PERFORM CALCULA-VENCIMENTO
                    WRITE REG-PARCELA
                    IF WS-FS-PAR EQUAL '00' THEN
                       ADD 1                   TO WS-QTD-GRAVADOS
                    ELSE
                       DISPLAY '>> ERRO AO GRAVAR A PARCELA '
                               PAR-NUM-CONTRATO '/' PAR-NUM-PARCELA
                               ' - FILE STATUS: ' WS-FS-PAR
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COPIA-PARCELAS PARCELAS-NOVO CONTRHDR.
           PERFORM CONFERE-CONTAGENS
           DISPLAY 'PARCELAS.DAT: ' WS-QTD-GRAVADOS
                   ' PARCELA(S) - COPIA EM PARCELAS.CNV'.
           IF WS-QTD-SEM-HDR GREATER ZEROS THEN
              DISPLAY '>> ' WS-QTD-SEM-HDR ' PARCELA(S) SEM CABECALHO'
                      ' FICARAM COM VENCIMENTO ZERADO.'
           END-IF.
       CONVERTE-PARCELAS-FIM.
           EXIT.
      *
      *   O cabecalho so e relido quando o contrato muda (a copia
      *   vem em sequencia de chave).
       CALCULA-VENCIMENTO.
           IF PAR-NUM-CONTRATO NOT EQUAL WS-HDR-CACHE THEN
              MOVE PAR-NUM-CONTRATO            TO WS-HDR-CACHE
              MOVE PAR-NUM-CONTRATO            TO HDR-NUM-CONTRATO
              MOVE ZEROS                       TO WS-DATA-CRIACAO
              MOVE 'N'                         TO WS-HDR-ACHADO
              READ CONTRHDR
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'S'                   TO WS-HDR-ACHADO
                    MOVE HDR-DATA-CRIACAO      TO WS-DATA-CRIACAO
              END-READ
           END-IF
           MOVE ZEROS                          TO PAR-VENCIMENTO
           IF WS-HDR-ACHADO EQUAL 'S' THEN
              MOVE WS-DATA-CRIACAO             TO VC-DATA-CRIACAO
              MOVE PAR-NUM-PARCELA             TO VC-NUM-PARCELA
              CALL './bin/PGVENCTO' USING VC-PARM
              MOVE VC-VENCIMENTO               TO PAR-VENCIMENTO
           ELSE
              ADD 1                            TO WS-QTD-SEM-HDR
              DISPLAY '>> PARCELA ' PAR-NUM-CONTRATO '/'
                      PAR-NUM-PARCELA ' SEM CABECALHO EM CONTRHDR.DAT'
           END-IF.
      *
       CONFERE-CONTAGENS.
           IF WS-QTD-LIDOS NOT EQUAL WS-QTD-GRAVADOS THEN
              ADD 1                            TO WS-QTD-DIVERGENTES
              DISPLAY '>> LIDOS ' WS-QTD-LIDOS ' CONVERTIDOS '
                      WS-QTD-GRAVADOS
           END-IF.
      *
       END PROGRAM PGPARCNV.
