      *****************************************************************
      * Program name:    PGUNIDAD
      * Original author: Anderson Nascimento
      * Purpose: Controle central de unidades (filiais), area no
      *          copybook UNIDADE, mesmo padrao de CALL do PGTURLOG:
      *          funcao V confere o codigo no cadastro UNIDADES.DAT
      *          (PGUNIMNT), so unidade ativa vale; funcao A confere
      *          se o operador pode trabalhar na unidade, pela lista
      *          de unidades do seu cadastro em OPERMEST.TXT, e
      *          devolve a lista. Sem OPERMEST.TXT (instalacao sem
      *          mestre de operadores) tudo e permitido; operador
      *          fora do mestre nao entra em unidade nenhuma.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGUNIDAD.
         AUTHOR. Anderson Nascimento.
         INSTALLATION. CURSO COBOL.
         DATE-WRITTEN. 15/10/2026.
         DATE-COMPILED. 15/10/2026.
         SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
           SELECT UNIDADES ASSIGN TO './UNIDADES.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS UNI-CODIGO
           FILE STATUS   IS WS-FS-UNI.
           SELECT OPERMEST ASSIGN TO './OPERMEST.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-OPM.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   UNIDADES.DAT - cadastro de unidades mantido pelo PGUNIMNT.
         FD  UNIDADES.
         01  REG-UNIDADE.
             05  UNI-CODIGO          PIC X(03).
             05  UNI-NOME            PIC X(30).
             05  UNI-PREDIO          PIC X(05).
             05  UNI-GERENTE         PIC X(30).
             05  UNI-STATUS          PIC X(01).
                 88  UNI-ATIVA       VALUE 'A'.
                 88  UNI-INATIVA     VALUE 'I'.
      *
      *   OPERMEST.TXT - mestre de operadores do menu, com as
      *   unidades em que cada um trabalha.
         FD  OPERMEST.
         01  REG-OPERMEST.
             05  OPM-CODIGO          PIC X(08).
             05  OPM-NOME            PIC X(30).
             05  OPM-PERFIL          PIC X(08).
             05  OPM-UNIDADES.
                 10  OPM-UNIDADE OCCURS 5 TIMES PIC X(03).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-UNI               PIC X(02) VALUE '00'.
         77  WS-FS-OPM               PIC 99.
         77  WS-EOF-OPM              PIC X     VALUE 'N'.
         77  WS-OPERADOR-ACHADO      PIC X     VALUE 'N'.
         77  WS-IND-UNI              PIC 9(01).
      *****************************************************************
       LINKAGE SECTION.
       COPY UNIDADE.
      *****************************************************************
       PROCEDURE DIVISION USING UN-PARM.
       MAIN-PROCEDURE.
           MOVE 'N'                            TO UN-RESULTADO-SN
           EVALUATE UN-FUNCAO
              WHEN 'V'
                 PERFORM CONFERE-UNIDADE
              WHEN 'A'
                 PERFORM CONFERE-ACESSO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           EXIT PROGRAM.
      *
      *   Funcao V: unidade cadastrada e ativa.
       CONFERE-UNIDADE.
           MOVE SPACES                         TO UN-NOME
                                                  UN-PREDIO
           OPEN INPUT UNIDADES
           IF WS-FS-UNI EQUAL '00' THEN
              MOVE UN-CODIGO                   TO UNI-CODIGO
              READ UNIDADES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE UNI-NOME              TO UN-NOME
                    MOVE UNI-PREDIO            TO UN-PREDIO
                    IF UNI-ATIVA THEN
                       MOVE 'S'                TO UN-RESULTADO-SN
                    END-IF
              END-READ
              CLOSE UNIDADES
           END-IF.
      *
      *   Funcao A: a lista do operador decide; '***' (ou lista
      *   vazia, cadastro anterior as unidades) vale por todas.
       CONFERE-ACESSO.
           MOVE 'N'                            TO UN-TODAS-SN
           MOVE SPACES                         TO UN-LISTA
           MOVE 'N'                            TO WS-OPERADOR-ACHADO
           MOVE 'N'                            TO WS-EOF-OPM
           OPEN INPUT OPERMEST
           IF WS-FS-OPM EQUAL 35 THEN
              MOVE 'S'                         TO UN-TODAS-SN
              MOVE 'S'                         TO UN-RESULTADO-SN
           ELSE
              PERFORM UNTIL WS-EOF-OPM EQUAL 'S'
                 READ OPERMEST
                    AT END
                       MOVE 'S'                TO WS-EOF-OPM
                    NOT AT END
                       IF OPM-CODIGO EQUAL UN-OPERADOR THEN
                          MOVE 'S'             TO WS-OPERADOR-ACHADO
                          MOVE 'S'             TO WS-EOF-OPM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OPERMEST
              IF WS-OPERADOR-ACHADO EQUAL 'S' THEN
                 PERFORM CONFERE-LISTA-OPERADOR
              END-IF
           END-IF.
      *
       CONFERE-LISTA-OPERADOR.
           MOVE OPM-UNIDADES                   TO UN-LISTA
           IF OPM-UNIDADES EQUAL SPACES THEN
              MOVE 'S'                         TO UN-TODAS-SN
           END-IF
           PERFORM VARYING WS-IND-UNI FROM 1 BY 1
                           UNTIL WS-IND-UNI > 5
              IF OPM-UNIDADE(WS-IND-UNI) EQUAL '***' THEN
                 MOVE 'S'                      TO UN-TODAS-SN
              END-IF
              IF OPM-UNIDADE(WS-IND-UNI) EQUAL UN-CODIGO
                       AND UN-CODIGO NOT EQUAL SPACES THEN
                 MOVE 'S'                      TO UN-RESULTADO-SN
              END-IF
           END-PERFORM.
           IF UN-TODAS-SN EQUAL 'S' THEN
              MOVE 'S'                         TO UN-RESULTADO-SN
           END-IF.
      *
       END PROGRAM PGUNIDAD.
