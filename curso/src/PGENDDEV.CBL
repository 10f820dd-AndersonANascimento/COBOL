      *****************************************************************
      * Program name:    PGENDDEV
      * Original author: Anderson Nascimento
      * Purpose: Conferencia de endereco devolvido pelo correio, area
      *          no copybook ENDDEV, mesmo padrao de CALL do PGBLOQUE:
      *          le em DEVOLUC.DAT (PGDEVCOR) a devolucao do cliente
      *          ou aluno e responde se a correspondencia pode sair.
      *          A devolucao so vale enquanto o endereco do mestre
      *          for o mesmo guardado no registro da devolucao - o
      *          cadastro atualizado no PGGERARQ ou no PGALUMNT libera
      *          o endereco sem passo manual. Sem DEVOLUC.DAT tudo e
      *          valido.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGENDDEV.
         AUTHOR. Anderson Nascimento.
         INSTALLATION. CURSO COBOL.
         DATE-WRITTEN. 15/10/2026.
         DATE-COMPILED. 15/10/2026.
         SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
           SELECT DEVOLUC ASSIGN TO './DEVOLUC.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS DEV-CHAVE
           FILE STATUS   IS WS-FS-DEV.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   DEVOLUC.DAT - correspondencia devolvida, uma por cadastro,
      *   com o endereco que voltou (mantido pelo PGDEVCOR).
         FD  DEVOLUC.
         01  REG-DEVOLUC.
             05  DEV-CHAVE.
                 10  DEV-TIPO        PIC X(01).
                 10  DEV-CODIGO      PIC 9(06).
             05  DEV-ENDERECO        PIC X(63).
             05  DEV-MOTIVO          PIC X(02).
             05  DEV-DESC-MOTIVO     PIC X(25).
             05  DEV-DATA            PIC 9(08).
             05  DEV-QTD             PIC 9(03).
             05  DEV-SITUACAO        PIC X(01).
                 88  DEV-ATIVA       VALUE 'A'.
                 88  DEV-BAIXADA     VALUE 'B'.
             05  DEV-OPERADOR        PIC X(08).
             05  DEV-DATA-BAIXA      PIC 9(08).
             05  DEV-OPER-BAIXA      PIC X(08).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-DEV               PIC X(02) VALUE '00'.
      *****************************************************************
       LINKAGE SECTION.
       COPY ENDDEV.
      *****************************************************************
       PROCEDURE DIVISION USING ED-PARM.
       MAIN-PROCEDURE.
           MOVE 'V'                            TO ED-SITUACAO
           MOVE SPACES                         TO ED-MOTIVO
                                                  ED-DESC-MOTIVO
           MOVE ZEROS                          TO ED-DATA-DEVOLUCAO
                                                  ED-QTD-DEVOLUCOES
           OPEN INPUT DEVOLUC
           IF WS-FS-DEV EQUAL '00' THEN
              MOVE ED-TIPO                     TO DEV-TIPO
              MOVE ED-CODIGO                   TO DEV-CODIGO
              READ DEVOLUC
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM CONFERE-DEVOLUCAO
              END-READ
              CLOSE DEVOLUC
           END-IF.
           EXIT PROGRAM.
      *
      *   Devolucao ativa e endereco do mestre igual ao que voltou:
      *   a correspondencia nao sai.
       CONFERE-DEVOLUCAO.
           IF DEV-ATIVA AND DEV-ENDERECO EQUAL ED-ENDERECO THEN
              MOVE 'D'                         TO ED-SITUACAO
              MOVE DEV-MOTIVO                  TO ED-MOTIVO
              MOVE DEV-DESC-MOTIVO             TO ED-DESC-MOTIVO
              MOVE DEV-DATA                    TO ED-DATA-DEVOLUCAO
              MOVE DEV-QTD                     TO ED-QTD-DEVOLUCOES
           END-IF.
      *
       END PROGRAM PGENDDEV.
