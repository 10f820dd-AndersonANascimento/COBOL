      *****************************************************************
      * Program name:    PGCONSCK
      * Original author: Anderson Nascimento
      * Purpose: Conferencia do consentimento de marketing (LGPD),
      *          area no copybook CONSENT, mesmo padrao de CALL do
      *          PGENDDEV: le em CONSENT.DAT (PGCONSEN) a situacao do
      *          CPF no canal pedido e responde se a peca promocional
      *          pode sair. Consentimento retirado recusa; sem
      *          registro, ou sem CONSENT.DAT, o envio e permitido.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGCONSCK.
         AUTHOR. Anderson Nascimento.
         INSTALLATION. CURSO COBOL.
         DATE-WRITTEN. 15/10/2026.
         DATE-COMPILED. 15/10/2026.
         SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
           SELECT CONSENT ASSIGN TO './CONSENT.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS CON-CHAVE
           FILE STATUS   IS WS-FS-CON.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   CONSENT.DAT - situacao atual do consentimento por CPF e
      *   canal (mantido pelo PGCONSEN).
         FD  CONSENT.
         01  REG-CONSENT.
             05  CON-CHAVE.
                 10  CON-CPF         PIC 9(11).
                 10  CON-CANAL       PIC X(01).
             05  CON-SITUACAO        PIC X(01).
                 88  CON-CONCEDIDO   VALUE 'C'.
                 88  CON-RETIRADO    VALUE 'R'.
             05  CON-DATA            PIC 9(08).
             05  CON-HORA            PIC 9(06).
             05  CON-OPERADOR        PIC X(08).
             05  CON-ORIGEM          PIC X(20).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-CON               PIC X(02) VALUE '00'.
      *****************************************************************
       LINKAGE SECTION.
       COPY CONSENT.
      *****************************************************************
       PROCEDURE DIVISION USING CS-PARM.
       MAIN-PROCEDURE.
           MOVE 'S'                            TO CS-PERMITIDO-SN
           MOVE ZEROS                          TO CS-DATA
           IF CS-CPF NOT EQUAL ZEROS THEN
              OPEN INPUT CONSENT
              IF WS-FS-CON EQUAL '00' THEN
                 MOVE CS-CPF                   TO CON-CPF
                 MOVE CS-CANAL                 TO CON-CANAL
                 READ CONSENT
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE CON-DATA           TO CS-DATA
                       IF CON-RETIRADO THEN
                          MOVE 'N'             TO CS-PERMITIDO-SN
                       END-IF
                 END-READ
                 CLOSE CONSENT
              END-IF
           END-IF.
           EXIT PROGRAM.
      *
       END PROGRAM PGCONSCK.
