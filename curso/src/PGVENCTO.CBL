      *****************************************************************
      * Program name:    PGVENCTO
      * Original author: Anderson Nascimento
      * Purpose: Vencimento da parcela (area no copybook VENCTO, mesmo
      *          padrao de CALL do PGDIAUTI): data de criacao do
      *          contrato mais N meses, dia limitado a 28 para nao
      *          cair fora do mes - a regra que os programas da
      *          carteira aplicavam cada um por conta propria - e,
      *          se a data cair em fim de semana ou feriado de
      *          FERIADOS.TXT, o proximo dia util. Chamado por quem
      *          gera o cronograma (PGARRAYS, PGRENEGO, PGPARMIG) e
      *          pela conversao PGPARCNV.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGVENCTO.
         AUTHOR. Anderson Nascimento.
         INSTALLATION. CURSO COBOL.
         DATE-WRITTEN. 15/10/2026.
         DATE-COMPILED. 15/10/2026.
         SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-DATA-CRIACAO-R.
           05  WS-CRI-AAAA                     PIC 9(04).
           05  WS-CRI-MM                       PIC 9(02).
           05  WS-CRI-DD                       PIC 9(02).
       01  WS-DATA-VENC.
           05  WS-VEN-AAAA                     PIC 9(04).
           05  WS-VEN-MM                       PIC 9(02).
           05  WS-VEN-DD                       PIC 9(02).
       77  WS-MESES-TOTAIS                     PIC 9(05) VALUE ZEROS.
       COPY DIAUTIL.
      *****************************************************************
       LINKAGE SECTION.
       COPY VENCTO.
      *****************************************************************
       PROCEDURE DIVISION USING VC-PARM.
       MAIN-PROCEDURE.
           MOVE ZEROS                          TO VC-VENC-NOMINAL
                                                  VC-VENCIMENTO
           IF VC-DATA-CRIACAO NOT EQUAL ZEROS THEN
              PERFORM CALCULA-NOMINAL
              PERFORM AJUSTA-DIA-UTIL
           END-IF.
           EXIT PROGRAM.
      *
      *   Criacao + N meses, dia limitado a 28.
       CALCULA-NOMINAL.
           MOVE VC-DATA-CRIACAO                TO WS-DATA-CRIACAO-R
           COMPUTE WS-MESES-TOTAIS = WS-CRI-MM + VC-NUM-PARCELA
           COMPUTE WS-VEN-AAAA = WS-CRI-AAAA
              + ((WS-MESES-TOTAIS - 1) / 12)
           COMPUTE WS-VEN-MM =
              FUNCTION MOD((WS-MESES-TOTAIS - 1), 12) + 1
           IF WS-CRI-DD GREATER 28 THEN
              MOVE 28                          TO WS-VEN-DD
           ELSE
              MOVE WS-CRI-DD                   TO WS-VEN-DD
           END-IF
           MOVE WS-DATA-VENC                   TO VC-VENC-NOMINAL
                                                  VC-VENCIMENTO.
      *
      *   Fim de semana ou feriado: vence no proximo dia util.
       AJUSTA-DIA-UTIL.
           MOVE 'E'                            TO DU-FUNCAO
           MOVE VC-VENC-NOMINAL                TO DU-DATA-1
           CALL './bin/PGDIAUTI' USING DU-PARM
           IF DU-RESULTADO-SN EQUAL 'N' THEN
              MOVE 'P'                         TO DU-FUNCAO
              CALL './bin/PGDIAUTI' USING DU-PARM
              MOVE DU-DATA-RESULT              TO VC-VENCIMENTO
           END-IF.
      *
       END PROGRAM PGVENCTO.
