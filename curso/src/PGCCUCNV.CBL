      *****************************************************************
      * Program name:    PGCCUCNV
      * Original author: Anderson Nascimento
      * Purpose: Conversao unica para os centros de custo: reconstroi
      *          no layout novo o FUNCMEST.DAT, com o centro de custo
      *          no fim do registro (todo funcionario existente entra
      *          no centro padrao, sem segundo centro, ate o PGCCUMNT
      *          apontar a area), e o DIARIO.TXT, com o centro em
      *          branco nas partidas ja lancadas. Cada arquivo antigo
      *          ganha copia de seguranca sequencial (.CNV) antes da
      *          reconstrucao, e o CCUCNV.CTL impede que a conversao
      *          rode duas vezes.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGCCUCNV.
         AUTHOR. Anderson Nascimento.
         INSTALLATION. CURSO COBOL.
         DATE-WRITTEN. 15/10/2026.
         DATE-COMPILED. 15/10/2026.
         SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
      *    Cada caminho fisico e aberto duas vezes, nunca ao mesmo
      *    tempo: primeiro no layout antigo (lido ate o fim para a
      *    copia e fechado), depois recriado no layout novo a partir
      *    da copia.
           SELECT FUNCMEST-ANTIGO ASSIGN TO WS-CAMINHO-FUNCMEST
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS FUA-MATRICULA
           FILE STATUS   IS WS-FS-FUA.
           SELECT FUNCMEST-NOVO ASSIGN TO WS-CAMINHO-FUNCMEST
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS FUN-MATRICULA
           FILE STATUS   IS WS-FS-FUN.
           SELECT COPIA-FUNCMEST ASSIGN TO './FUNCMEST.CNV'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-CFU.
           SELECT DIARIO-ANTIGO ASSIGN TO './DIARIO.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-DIA.
           SELECT DIARIO-NOVO ASSIGN TO './DIARIO.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-DIN.
           SELECT COPIA-DIARIO ASSIGN TO './DIARIO.CNV'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-CDI.
           SELECT CONTROLE ASSIGN TO './CCUCNV.CTL'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-CTL.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   FUNCMEST.DAT - layout antigo (sem centro de custo) e novo.
         FD  FUNCMEST-ANTIGO.
         01  REG-FUNCMEST-ANTIGO.
             05  FUA-MATRICULA       PIC 9(05).
             05  FUA-RESTO           PIC X(139).
         FD  FUNCMEST-NOVO.
         01  REG-FUNCMEST-NOVO.
             05  FUN-MATRICULA       PIC 9(05).
             05  FUN-RESTO           PIC X(139).
             05  FUN-CCUSTO          PIC X(03).
             05  FUN-CCUSTO-2        PIC X(03).
             05  FUN-PCT-CCUSTO-2    PIC 9(03).
         FD  COPIA-FUNCMEST.
         01  REG-COPIA-FUNCMEST.
             05  CFU-MATRICULA       PIC 9(05).
             05  CFU-RESTO           PIC X(139).
      *
      *   DIARIO.TXT - layout antigo (sem centro de custo) e novo.
         FD  DIARIO-ANTIGO.
         01  REG-DIARIO-ANTIGO       PIC X(53).
         FD  DIARIO-NOVO.
         01  REG-DIARIO-NOVO.
             05  DIN-ANTIGO          PIC X(53).
             05  DIN-CCUSTO          PIC X(03).
         FD  COPIA-DIARIO.
         01  REG-COPIA-DIARIO        PIC X(53).
      *
      *   CCUCNV.CTL - marca de conversao ja feita.
         FD  CONTROLE.
         01  REG-CONTROLE.
             05  CTL-DATA            PIC 9(08).
             05  CTL-CCUSTO          PIC X(03).
             05  CTL-FUNCIONARIOS    PIC 9(05).
             05  CTL-PARTIDAS        PIC 9(07).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-FUA               PIC X(02) VALUE '00'.
         77  WS-FS-FUN               PIC X(02) VALUE '00'.
         77  WS-FS-CFU               PIC 99.
         77  WS-FS-DIA               PIC 99.
         77  WS-FS-DIN               PIC 99.
         77  WS-FS-CDI               PIC 99.
         77  WS-FS-CTL               PIC 99.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-CCUSTO-PADRAO        PIC X(03) VALUE 'ADM'.
         77  WS-QTD-LIDOS            PIC 9(07) VALUE ZEROS.
         77  WS-QTD-GRAVADOS         PIC 9(07) VALUE ZEROS.
         77  WS-QTD-DIVERGENTES      PIC 9(01) VALUE ZEROS.
         COPY TRAVA.
         COPY AMBCFG.
         77  WS-CAMINHO-FUNCMEST                 PIC X(40) VALUE
                                                 './FUNCMEST.DAT'.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '------ CONVERSAO PARA CENTROS DE CUSTO ------'
           OPEN INPUT CONTROLE
           IF WS-FS-CTL EQUAL ZEROS THEN
              READ CONTROLE
                 NOT AT END
                    DISPLAY '>> CONVERSAO JA FEITA EM ' CTL-DATA
                            ' (CENTRO PADRAO ' CTL-CCUSTO ').'
              END-READ
              CLOSE CONTROLE
              GOBACK
           END-IF.
      *   O caminho do mestre de funcionarios vem do resolvedor de
      *   ambientes, como nos demais mestres.
           MOVE 'FUNCMEST.DAT'                 TO AC-LOGICO
           CALL './bin/PGAMBCFG' USING AC-PARM
           MOVE AC-CAMINHO                     TO WS-CAMINHO-FUNCMEST
           MOVE 'R'                            TO TR-FUNCAO
           MOVE 'PGCCUCNV'                     TO TR-PROGRAMA
           MOVE 'FUNCMEST.DAT'                 TO TR-ARQUIVO
           CALL './bin/PGTRAVA' USING TR-PARM
           IF TR-RECUSADA THEN
              DISPLAY '>> FUNCMEST.DAT EM USO POR ' TR-DONO
                      ' DESDE ' TR-HORA-DONO ' - TENTE DEPOIS.'
              GOBACK
           END-IF.

           MOVE SPACES                         TO REG-CONTROLE
           MOVE FUNCTION CURRENT-DATE(1:8)     TO CTL-DATA
           MOVE WS-CCUSTO-PADRAO               TO CTL-CCUSTO
           PERFORM CONVERTE-FUNCMEST THRU CONVERTE-FUNCMEST-FIM
           MOVE WS-QTD-GRAVADOS                TO CTL-FUNCIONARIOS
           PERFORM CONVERTE-DIARIO THRU CONVERTE-DIARIO-FIM
           MOVE WS-QTD-GRAVADOS                TO CTL-PARTIDAS

           IF WS-QTD-DIVERGENTES EQUAL ZEROS THEN
              OPEN OUTPUT CONTROLE
              WRITE REG-CONTROLE
              CLOSE CONTROLE
              DISPLAY 'CONVERSAO CONCLUIDA - CENTRO PADRAO '
                      WS-CCUSTO-PADRAO
           ELSE
              DISPLAY '>> ATENCAO: CONTAGENS NAO BATEM, CONFIRA AS'
                      ' COPIAS .CNV ANTES DE SEGUIR.'
           END-IF.
           MOVE 'L'                            TO TR-FUNCAO
           CALL './bin/PGTRAVA' USING TR-PARM
           GOBACK.
      *
      *   Funcionario existente (ativo ou desligado) entra no centro
      *   padrao, sem segundo centro.
       CONVERTE-FUNCMEST.
           MOVE ZEROS                          TO WS-QTD-LIDOS
                                                  WS-QTD-GRAVADOS
           OPEN INPUT FUNCMEST-ANTIGO
           IF WS-FS-FUA NOT EQUAL '00' THEN
              DISPLAY 'FUNCMEST.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-FUA ' (NADA A CONVERTER).'
              GO TO CONVERTE-FUNCMEST-FIM
           END-IF.
           OPEN OUTPUT COPIA-FUNCMEST
           MOVE 'N'                            TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ FUNCMEST-ANTIGO NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    ADD 1                      TO WS-QTD-LIDOS
                    WRITE REG-COPIA-FUNCMEST FROM REG-FUNCMEST-ANTIGO
              END-READ
           END-PERFORM.
           CLOSE FUNCMEST-ANTIGO COPIA-FUNCMEST.

           OPEN INPUT COPIA-FUNCMEST
           OPEN OUTPUT FUNCMEST-NOVO
           MOVE 'N'                            TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ COPIA-FUNCMEST
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    MOVE CFU-MATRICULA         TO FUN-MATRICULA
                    MOVE CFU-RESTO             TO FUN-RESTO
                    MOVE WS-CCUSTO-PADRAO      TO FUN-CCUSTO
                    MOVE SPACES                TO FUN-CCUSTO-2
                    MOVE ZEROS                 TO FUN-PCT-CCUSTO-2
                    WRITE REG-FUNCMEST-NOVO
                    IF WS-FS-FUN EQUAL '00' THEN
                       ADD 1                   TO WS-QTD-GRAVADOS
                    ELSE
                       DISPLAY '>> ERRO AO GRAVAR A MATRICULA '
                               FUN-MATRICULA ' - FILE STATUS: '
                               WS-FS-FUN
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COPIA-FUNCMEST FUNCMEST-NOVO.
           PERFORM CONFERE-CONTAGENS
           DISPLAY 'FUNCMEST.DAT: ' WS-QTD-GRAVADOS
                   ' FUNCIONARIO(S) - COPIA EM FUNCMEST.CNV'.
       CONVERTE-FUNCMEST-FIM.
           EXIT.
      *
      *   Partidas ja lancadas ficam sem centro de custo.
       CONVERTE-DIARIO.
           MOVE ZEROS                          TO WS-QTD-LIDOS
                                                  WS-QTD-GRAVADOS
           OPEN INPUT DIARIO-ANTIGO
           IF WS-FS-DIA NOT EQUAL ZEROS THEN
              DISPLAY 'DIARIO.TXT INDISPONIVEL - FILE STATUS: '
                      WS-FS-DIA ' (NADA A CONVERTER).'
              GO TO CONVERTE-DIARIO-FIM
           END-IF.
           OPEN OUTPUT COPIA-DIARIO
           MOVE 'N'                            TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ DIARIO-ANTIGO
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    ADD 1                      TO WS-QTD-LIDOS
                    WRITE REG-COPIA-DIARIO FROM REG-DIARIO-ANTIGO
              END-READ
           END-PERFORM.
           CLOSE DIARIO-ANTIGO COPIA-DIARIO.

           OPEN INPUT COPIA-DIARIO
           OPEN OUTPUT DIARIO-NOVO
           MOVE 'N'                            TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ COPIA-DIARIO
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    MOVE REG-COPIA-DIARIO      TO DIN-ANTIGO
                    MOVE SPACES                TO DIN-CCUSTO
                    WRITE REG-DIARIO-NOVO
                    ADD 1                      TO WS-QTD-GRAVADOS
              END-READ
           END-PERFORM.
           CLOSE COPIA-DIARIO DIARIO-NOVO.
           PERFORM CONFERE-CONTAGENS
           DISPLAY 'DIARIO.TXT: ' WS-QTD-GRAVADOS
                   ' PARTIDA(S) - COPIA EM DIARIO.CNV'.
       CONVERTE-DIARIO-FIM.
           EXIT.
      *
       CONFERE-CONTAGENS.
           IF WS-QTD-LIDOS NOT EQUAL WS-QTD-GRAVADOS THEN
              ADD 1                            TO WS-QTD-DIVERGENTES
              DISPLAY '>> LIDOS ' WS-QTD-LIDOS ' CONVERTIDOS '
                      WS-QTD-GRAVADOS
           END-IF.
      *
       END PROGRAM PGCCUCNV.
