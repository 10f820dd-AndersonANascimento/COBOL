      *****************************************************************
      * Program name:    PGUNICNV
      * Original author: Anderson Nascimento
      * Purpose: Conversao unica para as unidades (filiais): cadastra
      *          a unidade padrao em UNIDADES.DAT e reconstroi no
      *          layout novo, com o codigo da unidade no fim do
      *          registro, o TURMAS.DAT e o RECIBOS.TXT (tudo o que
      *          existe hoje fica na unidade padrao) e o OPERMEST.TXT
      *          (todo operador existente fica com '***', acesso a
      *          todas, ate o gerente restringir pelo PGUNIMNT). Cada
      *          arquivo antigo ganha copia de seguranca sequencial
      *          (.CNV) antes da reconstrucao, e o UNIDCNV.CTL impede
      *          que a conversao rode duas vezes.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGUNICNV.
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
           SELECT TURMAS-ANTIGO ASSIGN TO './TURMAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS TUA-CODIGO
           FILE STATUS   IS WS-FS-TUA.
           SELECT TURMAS-NOVO ASSIGN TO './TURMAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS TUN-CODIGO
           FILE STATUS   IS WS-FS-TUN.
           SELECT COPIA-TURMAS ASSIGN TO './TURMAS.CNV'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-CTU.
           SELECT RECIBOS-ANTIGO ASSIGN TO './RECIBOS.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-RCA.
           SELECT RECIBOS-NOVO ASSIGN TO './RECIBOS.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-RCN.
           SELECT COPIA-RECIBOS ASSIGN TO './RECIBOS.CNV'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-CRC.
           SELECT OPERMEST-ANTIGO ASSIGN TO './OPERMEST.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-OPA.
           SELECT OPERMEST-NOVO ASSIGN TO './OPERMEST.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-OPN.
           SELECT COPIA-OPERMEST ASSIGN TO './OPERMEST.CNV'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-COP.
           SELECT UNIDADES ASSIGN TO './UNIDADES.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS UNI-CODIGO
           FILE STATUS   IS WS-FS-UNI.
           SELECT CONTROLE ASSIGN TO './UNIDCNV.CTL'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-CTL.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   TURMAS.DAT - layout antigo (sem unidade) e novo.
         FD  TURMAS-ANTIGO.
         01  REG-TURMA-ANTIGA.
             05  TUA-CODIGO          PIC X(10).
             05  TUA-RESTO           PIC X(102).
         FD  TURMAS-NOVO.
         01  REG-TURMA-NOVA.
             05  TUN-CODIGO          PIC X(10).
             05  TUN-RESTO           PIC X(102).
             05  TUN-UNIDADE         PIC X(03).
         FD  COPIA-TURMAS.
         01  REG-COPIA-TURMA.
             05  CTU-CODIGO          PIC X(10).
             05  CTU-RESTO           PIC X(102).
      *
      *   RECIBOS.TXT - layout antigo (sem unidade) e novo.
         FD  RECIBOS-ANTIGO.
         01  REG-RECIBO-ANTIGO       PIC X(83).
         FD  RECIBOS-NOVO.
         01  REG-RECIBO-NOVO.
             05  RCN-ANTIGO          PIC X(83).
             05  RCN-UNIDADE         PIC X(03).
         FD  COPIA-RECIBOS.
         01  REG-COPIA-RECIBO        PIC X(83).
      *
      *   OPERMEST.TXT - layout antigo (sem unidades) e novo.
         FD  OPERMEST-ANTIGO.
         01  REG-OPERMEST-ANTIGO     PIC X(46).
         FD  OPERMEST-NOVO.
         01  REG-OPERMEST-NOVO.
             05  OPN-ANTIGO          PIC X(46).
             05  OPN-UNIDADES.
                 10  OPN-UNIDADE OCCURS 5 TIMES PIC X(03).
         FD  COPIA-OPERMEST.
         01  REG-COPIA-OPERMEST      PIC X(46).
      *
      *   UNIDADES.DAT - cadastro de unidades (PGUNIMNT).
         FD  UNIDADES.
         01  REG-UNIDADE.
             05  UNI-CODIGO          PIC X(03).
             05  UNI-NOME            PIC X(30).
             05  UNI-PREDIO          PIC X(05).
             05  UNI-GERENTE         PIC X(30).
             05  UNI-STATUS          PIC X(01).
      *
      *   UNIDCNV.CTL - marca de conversao ja feita.
         FD  CONTROLE.
         01  REG-CONTROLE.
             05  CTL-DATA            PIC 9(08).
             05  CTL-UNIDADE         PIC X(03).
             05  CTL-TURMAS          PIC 9(05).
             05  CTL-RECIBOS         PIC 9(07).
             05  CTL-OPERADORES      PIC 9(03).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-TUA               PIC X(02) VALUE '00'.
         77  WS-FS-TUN               PIC X(02) VALUE '00'.
         77  WS-FS-CTU               PIC 99.
         77  WS-FS-RCA               PIC 99.
         77  WS-FS-RCN               PIC 99.
         77  WS-FS-CRC               PIC 99.
         77  WS-FS-OPA               PIC 99.
         77  WS-FS-OPN               PIC 99.
         77  WS-FS-COP               PIC 99.
         77  WS-FS-UNI               PIC X(02) VALUE '00'.
         77  WS-FS-CTL               PIC 99.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-UNIDADE-PADRAO       PIC X(03) VALUE SPACES.
         77  WS-QTD-LIDOS            PIC 9(07) VALUE ZEROS.
         77  WS-QTD-GRAVADOS         PIC 9(07) VALUE ZEROS.
         77  WS-QTD-DIVERGENTES      PIC 9(01) VALUE ZEROS.
         COPY TRAVA.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '------ CONVERSAO PARA UNIDADES (FILIAIS) ------'
           OPEN INPUT CONTROLE
           IF WS-FS-CTL EQUAL ZEROS THEN
              READ CONTROLE
                 NOT AT END
                    DISPLAY '>> CONVERSAO JA FEITA EM ' CTL-DATA
                            ' (UNIDADE PADRAO ' CTL-UNIDADE ').'
              END-READ
              CLOSE CONTROLE
              GOBACK
           END-IF.
           MOVE 'R'                            TO TR-FUNCAO
           MOVE 'PGUNICNV'                     TO TR-PROGRAMA
           MOVE 'TURMAS.DAT'                   TO TR-ARQUIVO
           CALL './bin/PGTRAVA' USING TR-PARM
           IF TR-RECUSADA THEN
              DISPLAY '>> TURMAS.DAT EM USO POR ' TR-DONO
                      ' DESDE ' TR-HORA-DONO ' - TENTE DEPOIS.'
              GOBACK
           END-IF.

           PERFORM CADASTRA-UNIDADE-PADRAO
           MOVE SPACES                         TO REG-CONTROLE
           MOVE FUNCTION CURRENT-DATE(1:8)     TO CTL-DATA
           MOVE WS-UNIDADE-PADRAO              TO CTL-UNIDADE
           PERFORM CONVERTE-TURMAS THRU CONVERTE-TURMAS-FIM
           MOVE WS-QTD-GRAVADOS                TO CTL-TURMAS
           PERFORM CONVERTE-RECIBOS THRU CONVERTE-RECIBOS-FIM
           MOVE WS-QTD-GRAVADOS                TO CTL-RECIBOS
           PERFORM CONVERTE-OPERMEST THRU CONVERTE-OPERMEST-FIM
           MOVE WS-QTD-GRAVADOS                TO CTL-OPERADORES

           IF WS-QTD-DIVERGENTES EQUAL ZEROS THEN
              OPEN OUTPUT CONTROLE
              WRITE REG-CONTROLE
              CLOSE CONTROLE
              DISPLAY 'CONVERSAO CONCLUIDA - UNIDADE PADRAO '
                      WS-UNIDADE-PADRAO
           ELSE
              DISPLAY '>> ATENCAO: CONTAGENS NAO BATEM, CONFIRA AS'
                      ' COPIAS .CNV ANTES DE SEGUIR.'
           END-IF.
           MOVE 'L'                            TO TR-FUNCAO
           CALL './bin/PGTRAVA' USING TR-PARM
           GOBACK.
      *
      *   A unidade padrao recebe tudo o que ja existe; se ainda
      *   nao estiver no cadastro, entra ativa.
       CADASTRA-UNIDADE-PADRAO.
           PERFORM UNTIL WS-UNIDADE-PADRAO NOT EQUAL SPACES
                     AND WS-UNIDADE-PADRAO NOT EQUAL '***'
              DISPLAY 'Codigo da unidade padrao (3 posicoes): '
              ACCEPT WS-UNIDADE-PADRAO
           END-PERFORM.
           OPEN I-O UNIDADES
           IF WS-FS-UNI EQUAL '35' THEN
              OPEN OUTPUT UNIDADES
              CLOSE UNIDADES
              OPEN I-O UNIDADES
           END-IF.
           MOVE WS-UNIDADE-PADRAO              TO UNI-CODIGO
           READ UNIDADES
              INVALID KEY
                 DISPLAY 'Nome da unidade padrao: '
                 ACCEPT UNI-NOME
                 DISPLAY 'Predio (codigo das reservas de sala): '
                 ACCEPT UNI-PREDIO
                 MOVE SPACES                   TO UNI-GERENTE
                 MOVE 'A'                      TO UNI-STATUS
                 MOVE WS-UNIDADE-PADRAO        TO UNI-CODIGO
                 WRITE REG-UNIDADE
                 DISPLAY 'UNIDADE ' UNI-CODIGO ' CADASTRADA.'
              NOT INVALID KEY
                 DISPLAY 'UNIDADE ' UNI-CODIGO ' JA CADASTRADA: '
                         UNI-NOME
           END-READ.
           CLOSE UNIDADES.
      *
       CONVERTE-TURMAS.
           MOVE ZEROS                          TO WS-QTD-LIDOS
                                                  WS-QTD-GRAVADOS
           OPEN INPUT TURMAS-ANTIGO
           IF WS-FS-TUA NOT EQUAL '00' THEN
              DISPLAY 'TURMAS.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-TUA ' (NADA A CONVERTER).'
              GO TO CONVERTE-TURMAS-FIM
           END-IF.
           OPEN OUTPUT COPIA-TURMAS
           MOVE 'N'                            TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ TURMAS-ANTIGO NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    ADD 1                      TO WS-QTD-LIDOS
                    WRITE REG-COPIA-TURMA FROM REG-TURMA-ANTIGA
              END-READ
           END-PERFORM.
           CLOSE TURMAS-ANTIGO COPIA-TURMAS.

           OPEN INPUT COPIA-TURMAS
           OPEN OUTPUT TURMAS-NOVO
           MOVE 'N'                            TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ COPIA-TURMAS
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    MOVE CTU-CODIGO            TO TUN-CODIGO
                    MOVE CTU-RESTO             TO TUN-RESTO
                    MOVE WS-UNIDADE-PADRAO     TO TUN-UNIDADE
                    WRITE REG-TURMA-NOVA
                    IF WS-FS-TUN EQUAL '00' THEN
                       ADD 1                   TO WS-QTD-GRAVADOS
                    ELSE
                       DISPLAY '>> ERRO AO GRAVAR A TURMA '
                               TUN-CODIGO ' - FILE STATUS: '
                               WS-FS-TUN
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COPIA-TURMAS TURMAS-NOVO.
           PERFORM CONFERE-CONTAGENS
           DISPLAY 'TURMAS.DAT: ' WS-QTD-GRAVADOS
                   ' TURMA(S) - COPIA EM TURMAS.CNV'.
       CONVERTE-TURMAS-FIM.
           EXIT.
      *
       CONVERTE-RECIBOS.
           MOVE ZEROS                          TO WS-QTD-LIDOS
                                                  WS-QTD-GRAVADOS
           OPEN INPUT RECIBOS-ANTIGO
           IF WS-FS-RCA NOT EQUAL ZEROS THEN
              DISPLAY 'RECIBOS.TXT INDISPONIVEL - FILE STATUS: '
                      WS-FS-RCA ' (NADA A CONVERTER).'
              GO TO CONVERTE-RECIBOS-FIM
           END-IF.
           OPEN OUTPUT COPIA-RECIBOS
           MOVE 'N'                            TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ RECIBOS-ANTIGO
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    ADD 1                      TO WS-QTD-LIDOS
                    WRITE REG-COPIA-RECIBO FROM REG-RECIBO-ANTIGO
              END-READ
           END-PERFORM.
           CLOSE RECIBOS-ANTIGO COPIA-RECIBOS.

           OPEN INPUT COPIA-RECIBOS
           OPEN OUTPUT RECIBOS-NOVO
           MOVE 'N'                            TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ COPIA-RECIBOS
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    MOVE REG-COPIA-RECIBO      TO RCN-ANTIGO
                    MOVE WS-UNIDADE-PADRAO     TO RCN-UNIDADE
                    WRITE REG-RECIBO-NOVO
                    ADD 1                      TO WS-QTD-GRAVADOS
              END-READ
           END-PERFORM.
           CLOSE COPIA-RECIBOS RECIBOS-NOVO.
           PERFORM CONFERE-CONTAGENS
           DISPLAY 'RECIBOS.TXT: ' WS-QTD-GRAVADOS
                   ' RECIBO(S) - COPIA EM RECIBOS.CNV'.
       CONVERTE-RECIBOS-FIM.
           EXIT.
      *
      *   Operador existente continua vendo tudo ('***') ate o
      *   gerente restringir pelo modo O do PGUNIMNT.
       CONVERTE-OPERMEST.
           MOVE ZEROS                          TO WS-QTD-LIDOS
                                                  WS-QTD-GRAVADOS
           OPEN INPUT OPERMEST-ANTIGO
           IF WS-FS-OPA NOT EQUAL ZEROS THEN
              DISPLAY 'OPERMEST.TXT INDISPONIVEL - FILE STATUS: '
                      WS-FS-OPA ' (NADA A CONVERTER).'
              GO TO CONVERTE-OPERMEST-FIM
           END-IF.
           OPEN OUTPUT COPIA-OPERMEST
           MOVE 'N'                            TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ OPERMEST-ANTIGO
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    ADD 1                      TO WS-QTD-LIDOS
                    WRITE REG-COPIA-OPERMEST FROM REG-OPERMEST-ANTIGO
              END-READ
           END-PERFORM.
           CLOSE OPERMEST-ANTIGO COPIA-OPERMEST.

           OPEN INPUT COPIA-OPERMEST
           OPEN OUTPUT OPERMEST-NOVO
           MOVE 'N'                            TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ COPIA-OPERMEST
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    MOVE REG-COPIA-OPERMEST    TO OPN-ANTIGO
                    MOVE SPACES                TO OPN-UNIDADES
                    MOVE '***'                 TO OPN-UNIDADE(1)
                    WRITE REG-OPERMEST-NOVO
                    ADD 1                      TO WS-QTD-GRAVADOS
              END-READ
           END-PERFORM.
           CLOSE COPIA-OPERMEST OPERMEST-NOVO.
           PERFORM CONFERE-CONTAGENS
           DISPLAY 'OPERMEST.TXT: ' WS-QTD-GRAVADOS
                   ' OPERADOR(ES) - COPIA EM OPERMEST.CNV'.
       CONVERTE-OPERMEST-FIM.
           EXIT.
      *
       CONFERE-CONTAGENS.
           IF WS-QTD-LIDOS NOT EQUAL WS-QTD-GRAVADOS THEN
              ADD 1                            TO WS-QTD-DIVERGENTES
              DISPLAY '>> LIDOS ' WS-QTD-LIDOS ' CONVERTIDOS '
                      WS-QTD-GRAVADOS
           END-IF.
      *
       END PROGRAM PGUNICNV.
