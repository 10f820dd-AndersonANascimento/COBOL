      *****************************************************************
      * Program name:    PGAGJCNV
      * Original author: Anderson Nascimento
      * Purpose: Conversao unica do AGENDAJB.TXT para o layout com as
      *          dependencias de cada job (ate tres programas
      *          anteriores no fim do registro), levadas ao PLANO.TXT
      *          pelo PGPLANGE. Os jobs cadastrados antes nascem sem
      *          dependencia - independentes na cadeia - ate que o
      *          operador as informe pelo modo D do PGPLANGE. O
      *          arquivo antigo ganha copia de seguranca (AGENDAJB.CNV)
      *          antes da reconstrucao, e o AGJCNV.CTL impede que a
      *          conversao rode duas vezes.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGAGJCNV.
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
           SELECT AGENDAJB-ANTIGO ASSIGN TO './AGENDAJB.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-AGA.
           SELECT AGENDAJB-NOVO ASSIGN TO './AGENDAJB.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-AGJ.
           SELECT COPIA-AGENDA ASSIGN TO './AGENDAJB.CNV'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-CPA.
           SELECT CONTROLE ASSIGN TO './AGJCNV.CTL'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-CTL.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   AGENDAJB.TXT - layout antigo (sem dependencias) e novo.
         FD  AGENDAJB-ANTIGO.
         01  REG-AGENDAJB-ANTIGO     PIC X(13).
         FD  AGENDAJB-NOVO.
         01  REG-AGENDAJB.
             05  AGJ-SEQ             PIC 9(02).
             05  AGJ-PROGRAMA        PIC X(08).
             05  AGJ-FREQ            PIC X(01).
             05  AGJ-PARAM           PIC 9(02).
             05  AGJ-DEPENDE         PIC X(08) OCCURS 3 TIMES.
         FD  COPIA-AGENDA.
         01  REG-COPIA-AGENDA        PIC X(13).
      *
      *   AGJCNV.CTL - marca de conversao ja feita.
         FD  CONTROLE.
         01  REG-CONTROLE.
             05  CTL-DATA            PIC 9(08).
             05  CTL-JOBS            PIC 9(07).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-AGA               PIC 99.
         77  WS-FS-AGJ               PIC 99.
         77  WS-FS-CPA               PIC 99.
         77  WS-FS-CTL               PIC 99.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-QTD-LIDOS            PIC 9(07) VALUE ZEROS.
         77  WS-QTD-GRAVADOS         PIC 9(07) VALUE ZEROS.
         77  WS-QTD-DIVERGENTES      PIC 9(01) VALUE ZEROS.
         COPY TRAVA.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '----- CONVERSAO DAS DEPENDENCIAS NA AGENDA -----'
           OPEN INPUT CONTROLE
           IF WS-FS-CTL EQUAL ZEROS THEN
              READ CONTROLE
                 NOT AT END
                    DISPLAY '>> CONVERSAO JA FEITA EM ' CTL-DATA
                            ' (' CTL-JOBS ' JOBS).'
              END-READ
              CLOSE CONTROLE
              GOBACK
           END-IF.
           MOVE 'R'                            TO TR-FUNCAO
           MOVE 'PGAGJCNV'                     TO TR-PROGRAMA
           MOVE 'AGENDAJB.TXT'                 TO TR-ARQUIVO
           CALL './bin/PGTRAVA' USING TR-PARM
           IF TR-RECUSADA THEN
              DISPLAY '>> AGENDAJB.TXT EM USO POR ' TR-DONO
                      ' DESDE ' TR-HORA-DONO ' - TENTE DEPOIS.'
              GOBACK
           END-IF.

           MOVE SPACES                         TO REG-CONTROLE
           MOVE FUNCTION CURRENT-DATE(1:8)     TO CTL-DATA
           PERFORM CONVERTE-AGENDA THRU CONVERTE-AGENDA-FIM
           MOVE WS-QTD-GRAVADOS                TO CTL-JOBS

           IF WS-QTD-DIVERGENTES EQUAL ZEROS THEN
              OPEN OUTPUT CONTROLE
              WRITE REG-CONTROLE
              CLOSE CONTROLE
              DISPLAY 'CONVERSAO CONCLUIDA - ' WS-QTD-GRAVADOS
                      ' JOB(S)'
           ELSE
              DISPLAY '>> ATENCAO: CONTAGENS NAO BATEM, CONFIRA A'
                      ' COPIA AGENDAJB.CNV ANTES DE SEGUIR.'
           END-IF.
           MOVE 'L'                            TO TR-FUNCAO
           CALL './bin/PGTRAVA' USING TR-PARM
           GOBACK.
      *
       CONVERTE-AGENDA.
           MOVE ZEROS                          TO WS-QTD-LIDOS
                                                  WS-QTD-GRAVADOS
           OPEN INPUT AGENDAJB-ANTIGO
           IF WS-FS-AGA NOT EQUAL ZEROS THEN
              DISPLAY 'AGENDAJB.TXT INDISPONIVEL - FILE STATUS: '
                      WS-FS-AGA ' (NADA A CONVERTER).'
              GO TO CONVERTE-AGENDA-FIM
           END-IF.
           OPEN OUTPUT COPIA-AGENDA
           MOVE 'N'                            TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ AGENDAJB-ANTIGO
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    ADD 1                      TO WS-QTD-LIDOS
                    WRITE REG-COPIA-AGENDA FROM REG-AGENDAJB-ANTIGO
              END-READ
           END-PERFORM.
           CLOSE AGENDAJB-ANTIGO COPIA-AGENDA.

      *    Job anterior a conversao nao depende de ninguem: roda
      *    mesmo que outro passo da noite falhe.
           OPEN INPUT COPIA-AGENDA
           OPEN OUTPUT AGENDAJB-NOVO
           MOVE 'N'                            TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ COPIA-AGENDA
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    MOVE SPACES                TO REG-AGENDAJB
                    MOVE REG-COPIA-AGENDA      TO REG-AGENDAJB(1:13)
                    WRITE REG-AGENDAJB
                    IF WS-FS-AGJ EQUAL ZEROS THEN
                       ADD 1                   TO WS-QTD-GRAVADOS
                    ELSE
                       DISPLAY '>> ERRO AO GRAVAR O JOB '
                               AGJ-PROGRAMA
                               ' - FILE STATUS: ' WS-FS-AGJ
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COPIA-AGENDA AGENDAJB-NOVO.
           PERFORM CONFERE-CONTAGENS
           DISPLAY 'AGENDAJB.TXT: ' WS-QTD-GRAVADOS
                   ' JOB(S) - COPIA EM AGENDAJB.CNV'.
       CONVERTE-AGENDA-FIM.
           EXIT.
      *
       CONFERE-CONTAGENS.
           IF WS-QTD-LIDOS NOT EQUAL WS-QTD-GRAVADOS THEN
              ADD 1                            TO WS-QTD-DIVERGENTES
              DISPLAY '>> LIDOS ' WS-QTD-LIDOS ' CONVERTIDOS '
                      WS-QTD-GRAVADOS
           END-IF.
      *
       END PROGRAM PGAGJCNV.
