      *****************************************************************
      * Program name:    PGJORNAL
      * Original author: Anderson Nascimento
      * Purpose: Jornal de atualizacao dos mestres (area no copybook
      *          JORNAL, mesmo padrao de CALL do PGTURLOG): acrescenta
      *          a JORNAL.DAT a imagem posterior de cada inclusao,
      *          alteracao ou exclusao feita em ALUNOS.DAT,
      *          CLIENTE.TXT, PARCELAS.DAT, MENSALID.DAT e
      *          FUNCMEST.DAT, carimbada com programa, operador, data
      *          e hora. Com a geracao do PGBACKUP e este jornal, o
      *          PGRECMST traz o mestre de volta ao ponto escolhido
      *          sem redigitar o que foi lancado depois da copia.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGJORNAL.
         AUTHOR. Anderson Nascimento.
         INSTALLATION. CURSO COBOL.
         DATE-WRITTEN. 15/10/2026.
         DATE-COMPILED. 15/10/2026.
         SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
           SELECT JORNAL ASSIGN TO './JORNAL.DAT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-JRN.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   JORNAL.DAT - uma imagem posterior por atualizacao de mestre,
      *   na ordem em que aconteceram.
         FD  JORNAL.
         01  REG-JORNAL.
             05  JRN-DATA            PIC 9(08).
             05  JRN-HORA            PIC 9(06).
             05  JRN-PROGRAMA        PIC X(08).
             05  JRN-OPERADOR        PIC X(08).
             05  JRN-ARQUIVO         PIC X(12).
             05  JRN-OPERACAO        PIC X(01).
             05  JRN-IMAGEM          PIC X(200).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-JRN               PIC 99.
         77  WS-DATA-HORA            PIC X(21) VALUE SPACES.
      *****************************************************************
       LINKAGE SECTION.
       COPY JORNAL.
      *****************************************************************
       PROCEDURE DIVISION USING JN-PARM.
       MAIN-PROCEDURE.
           OPEN EXTEND JORNAL
           IF WS-FS-JRN EQUAL 35 THEN
              OPEN OUTPUT JORNAL
           END-IF.
           MOVE FUNCTION CURRENT-DATE          TO WS-DATA-HORA
           MOVE WS-DATA-HORA(1:8)              TO JRN-DATA
           MOVE WS-DATA-HORA(9:6)              TO JRN-HORA
           MOVE JN-PROGRAMA                    TO JRN-PROGRAMA
           MOVE JN-OPERADOR                    TO JRN-OPERADOR
           MOVE JN-ARQUIVO                     TO JRN-ARQUIVO
           MOVE JN-OPERACAO                    TO JRN-OPERACAO
           MOVE JN-IMAGEM                      TO JRN-IMAGEM
           WRITE REG-JORNAL
           CLOSE JORNAL.
           EXIT PROGRAM.
      *
       END PROGRAM PGJORNAL.
