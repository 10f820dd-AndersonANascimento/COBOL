      *****************************************************************
      * Program name:    PGCALIOF
      * Original author: Anderson Nascimento
      * Purpose: IOF da originacao (area no copybook CALIOF, mesmo
      *          padrao de CALL do PGVENCTO): aliquota fixa sobre o
      *          principal liberado mais a aliquota diaria sobre o
      *          principal que vence em cada parcela, pelos dias
      *          corridos da data base ate o vencimento (PGVENCTO),
      *          limitados ao teto do cartao (365). As aliquotas vem
      *          do cartao IOF.PARM, mantido no PGPARMGR; sem o
      *          cartao valem as da lei (0,38% e 0,0082% ao dia).
      *          A amortizacao informada e proporcionalizada ao
      *          principal liberado, para que juros de carencia
      *          capitalizados nao entrem na base. Chamado por
      *          PGARRAYS e PGSIMULA.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGCALIOF.
         AUTHOR. Anderson Nascimento.
         INSTALLATION. CURSO COBOL.
         DATE-WRITTEN. 15/10/2026.
         DATE-COMPILED. 15/10/2026.
         SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.
          SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
           SELECT IOFPARM ASSIGN TO './IOF.PARM'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-IOP.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   IOF.PARM - aliquotas do IOF em pct e teto de dias (PGPARMGR).
         FD  IOFPARM.
         01  REG-IOFPARM.
             05  IOP-PCT-FIXA        PIC 9(02)V9(04).
             05  IOP-PCT-DIARIA      PIC 9V9(04).
             05  IOP-DIAS-TETO       PIC 9(03).
      *
       WORKING-STORAGE SECTION.
       77  WS-FS-IOP                           PIC 99.
       77  WS-IND                              PIC 9(03).
       77  WS-DIAS                             PIC 9(05) VALUE ZEROS.
       77  WS-TOT-AMORT                        PIC 9(09)V99 VALUE ZEROS.
       77  WS-BASE-PARCELA                     PIC 9(07)V9(6).
       77  WS-IOF-DIARIO                       PIC 9(07)V9(6).
       COPY VENCTO.
      *****************************************************************
       LINKAGE SECTION.
       COPY CALIOF.
      *****************************************************************
       PROCEDURE DIVISION USING IO-PARM.
       MAIN-PROCEDURE.
           PERFORM LE-CARTAO
           MOVE ZEROS                          TO IO-VLR-IOF-FIXO
                                                  IO-VLR-IOF-DIARIO
                                                  IO-VLR-IOF
                                                  WS-TOT-AMORT
                                                  WS-IOF-DIARIO
           IF IO-VLR-PRINCIPAL EQUAL ZEROS
                    OR IO-QTD-PARCELAS EQUAL ZEROS THEN
              EXIT PROGRAM
           END-IF
           COMPUTE IO-VLR-IOF-FIXO ROUNDED =
              IO-VLR-PRINCIPAL * IO-PCT-FIXA / 100
           PERFORM VARYING WS-IND FROM 1 BY 1
                           UNTIL WS-IND > IO-QTD-PARCELAS
              ADD IO-VLR-AMORT(WS-IND)         TO WS-TOT-AMORT
           END-PERFORM
           IF WS-TOT-AMORT GREATER ZEROS THEN
              PERFORM VARYING WS-IND FROM 1 BY 1
                              UNTIL WS-IND > IO-QTD-PARCELAS
                 PERFORM SOMA-DIARIO-PARCELA
              END-PERFORM
           END-IF
           COMPUTE IO-VLR-IOF-DIARIO ROUNDED = WS-IOF-DIARIO
           COMPUTE IO-VLR-IOF =
              IO-VLR-IOF-FIXO + IO-VLR-IOF-DIARIO.
           EXIT PROGRAM.
      *
      *   Cartao ausente ou zerado: aliquotas da lei.
       LE-CARTAO.
           MOVE 0,3800                         TO IO-PCT-FIXA
           MOVE 0,0082                         TO IO-PCT-DIARIA
           MOVE 365                            TO IO-DIAS-TETO
           OPEN INPUT IOFPARM
           IF WS-FS-IOP EQUAL ZEROS THEN
              READ IOFPARM
                 NOT AT END
                    IF IOP-DIAS-TETO GREATER ZEROS THEN
                       MOVE IOP-PCT-FIXA       TO IO-PCT-FIXA
                       MOVE IOP-PCT-DIARIA     TO IO-PCT-DIARIA
                       MOVE IOP-DIAS-TETO      TO IO-DIAS-TETO
                    END-IF
              END-READ
              CLOSE IOFPARM
           END-IF.
      *
      *   Dias corridos da data base ao vencimento da parcela, ate o
      *   teto, sobre a parte do principal que ela amortiza.
       SOMA-DIARIO-PARCELA.
           MOVE IO-DATA-BASE                   TO VC-DATA-CRIACAO
           COMPUTE VC-NUM-PARCELA = WS-IND + IO-CARENCIA-MESES
           CALL './bin/PGVENCTO' USING VC-PARM
           COMPUTE WS-DIAS =
              FUNCTION INTEGER-OF-DATE(VC-VENCIMENTO)
              - FUNCTION INTEGER-OF-DATE(IO-DATA-BASE)
           IF WS-DIAS GREATER IO-DIAS-TETO THEN
              MOVE IO-DIAS-TETO                TO WS-DIAS
           END-IF
           COMPUTE WS-BASE-PARCELA ROUNDED =
              IO-VLR-AMORT(WS-IND) * IO-VLR-PRINCIPAL / WS-TOT-AMORT
           COMPUTE WS-IOF-DIARIO ROUNDED = WS-IOF-DIARIO
              + (WS-BASE-PARCELA * IO-PCT-DIARIA / 100 * WS-DIAS).
      *
       END PROGRAM PGCALIOF.
