      * Original author: Anderson Nascimento
      * Purpose: Consulta de contrato no balcao: recebe o numero,
      *          mostra o cabecalho do mestre CONTRHDR.DAT (cliente,
      *          principal, taxa, prestacoes, data de criacao,
      *          sistema de amortizacao, carencia e adiamentos) e o
      *          cronograma de parcelas correspondente lido por
      *          chave do mestre PARCELAS.DAT.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Mostra o produto de credito
      *                                 com a descricao do catalogo.
      * 15/10/2026 Anderson Nascimento  Mostra o IOF da originacao
      *                                 e a forma de pagamento.
      * 15/10/2026 Anderson Nascimento  Mostra a carencia e os
      *                                 adiamentos do contrato; a
      *                                 parcela adiada (PGADIPAR,
      *                                 situacao 'D') sai anotada.
      * 15/10/2026 Anderson Nascimento  Parcela extinta por
      *                                 amortizacao extraordinaria
      *                                 (PGAMOREX) nao e listada.
      * 15/10/2026 Anderson Nascimento  Mostra o sistema de amortizacao
      *                                 do contrato (PRICE ou SAC).
      * 02/09/2026 Anderson Nascimento  Fiadores do contrato
      *                                 (FIADORES.DAT, PGFIADOR)
      *                                 mostrados na consulta.
             05  HDR-TAXA-JUROS      PIC 9V9(6).
             05  HDR-NUM-PRESTACOES  PIC 9(03).
             05  HDR-DATA-CRIACAO    PIC 9(08).
             05  HDR-SISTEMA-AMORT   PIC X(01).
                 88  HDR-PRICE       VALUE 'P'.
                 88  HDR-SAC         VALUE 'S'.
             05  HDR-CARENCIA-MESES  PIC 9(02).
             05  HDR-QTD-ADIAMENTOS  PIC 9(02).
             05  HDR-PARC-ADIADAS    PIC 9(03).
             05  HDR-VLR-IOF         PIC 9(07)V99.
             05  HDR-IOF-FORMA       PIC X(01).
                 88  HDR-IOF-FINANCIADO VALUE 'F'.
                 88  HDR-IOF-A-VISTA VALUE 'V'.
             05  HDR-COD-PRODUTO     PIC X(04).
      *
      *   PARCELAS.DAT - mestre de parcelas chaveado por contrato +
      *   parcela (migrado do CONTRATOS.TXT pelo PGPARMIG).
             05  PAR-VLR-SALDO       PIC 9(07)V99.
             05  PAR-SITUACAO        PIC X(01).
                 88  PAR-ABERTA      VALUE 'A'.
                 88  PAR-EXTINTA     VALUE 'E'.
                 88  PAR-ADIADA      VALUE 'D'.
             05  PAR-VENCIMENTO      PIC 9(08).
      *
      *   FIADORES.DAT - ate dois fiadores por contrato (PGFIADOR).
         FD  FIADORES.
         77  WS-VLR-ED2              PIC Z.ZZZ.ZZ9,99.
         77  WS-VLR-ED3              PIC Z.ZZZ.ZZ9,99.
         77  WS-VLR-ED4              PIC Z.ZZZ.ZZ9,99.
         COPY PRODUTO.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'TAXA AO MES.: ' HDR-TAXA-JUROS
           DISPLAY 'PRESTACOES..: ' HDR-NUM-PRESTACOES
           DISPLAY 'CRIADO EM...: ' HDR-DATA-CRIACAO
           IF HDR-COD-PRODUTO NOT EQUAL SPACES THEN
              MOVE 'C'                         TO PD-FUNCAO
              MOVE HDR-COD-PRODUTO             TO PD-CODIGO
              CALL './bin/PGPRODUT' USING PD-PARM
              IF NOT PD-ACEITO THEN
                 MOVE 'FORA DO CATALOGO'       TO PD-DESCRICAO
              END-IF
              DISPLAY 'PRODUTO.....: ' HDR-COD-PRODUTO ' '
                      PD-DESCRICAO
           END-IF
           IF HDR-SAC THEN
              DISPLAY 'SISTEMA.....: SAC'
           ELSE
              DISPLAY 'SISTEMA.....: PRICE'
           END-IF
           IF HDR-CARENCIA-MESES GREATER ZEROS THEN
              DISPLAY 'CARENCIA....: ' HDR-CARENCIA-MESES ' MESES'
           END-IF
           IF HDR-QTD-ADIAMENTOS GREATER ZEROS THEN
              DISPLAY 'ADIAMENTOS..: ' HDR-QTD-ADIAMENTOS ' ('
                      HDR-PARC-ADIADAS ' PARCELAS)'
           END-IF
           IF HDR-VLR-IOF GREATER ZEROS THEN
              MOVE HDR-VLR-IOF                 TO WS-VLR-ED
              IF HDR-IOF-A-VISTA THEN
                 DISPLAY 'IOF.........: ' WS-VLR-ED ' PAGO A VISTA'
              ELSE
                 DISPLAY 'IOF.........: ' WS-VLR-ED ' FINANCIADO'
              END-IF
           END-IF
           PERFORM MOSTRA-FIADORES
           DISPLAY 'PARC       VALOR         JUROS         AMORT'
                   '         SALDO'
                       MOVE 'S'                TO WS-EOF-CTR
                    NOT AT END
                       IF PAR-NUM-CONTRATO EQUAL WS-NUM-CONSULTA THEN
                          IF NOT PAR-EXTINTA THEN
                             PERFORM MOSTRA-PARCELA
                          END-IF
                       ELSE
                          MOVE 'S'             TO WS-EOF-CTR
                       END-IF
           MOVE PAR-VLR-SALDO                  TO WS-VLR-ED4
           DISPLAY PAR-NUM-PARCELA ' ' WS-VLR-ED ' ' WS-VLR-ED2
                   ' ' WS-VLR-ED3 ' ' WS-VLR-ED4
           IF PAR-ADIADA THEN
              DISPLAY '    >> ADIADA PARA O FIM DO CRONOGRAMA'
           END-IF
           ADD 1                               TO WS-QTD-PARCELAS.
      *
       END PROGRAM PGCTRCON.
