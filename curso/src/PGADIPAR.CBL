      *****************************************************************
      * Program name:    PGADIPAR
      * Original author: Anderson Nascimento
      * Purpose: Adiamento de parcelas (pausa de pagamento) sem
      *          renegociar o contrato: uma faixa de parcelas em
      *          aberto e sem pagamento vai para o fim do
      *          cronograma. Cada parcela da faixa renasce com numero
      *          novo depois da ultima do contrato e vencimento nos
      *          meses seguintes ao da ultima parcela ativa (PGVENCTO,
      *          contando a carencia do cabecalho), e leva os juros
      *          do periodo a mais pela taxa do contrato, compostos
      *          pelos meses que andou. A parcela original fica com
      *          situacao 'D' (adiada) como historico; o saldo das
      *          parcelas que ficaram entre a faixa e o fim sobe pela
      *          amortizacao adiada. O cabecalho conta os adiamentos
      *          e as parcelas adiadas, e cada adiamento fica em
      *          ADIAMENT.TXT com o operador.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Parcelas gravadas vao para o
      *                                 jornal de atualizacao
      *                                 (PGJORNAL).
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGADIPAR.
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
           SELECT PARCELAS ASSIGN TO './PARCELAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PAR-CHAVE
           FILE STATUS  IS WS-FS-PAR.
           SELECT CONTRHDR ASSIGN TO './CONTRHDR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS HDR-NUM-CONTRATO
           FILE STATUS  IS WS-FS-HDR.
           SELECT PAGTOS ASSIGN TO './PAGTOS.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-PAG.
           SELECT ADIAMENT ASSIGN TO './ADIAMENT.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-ADI.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   PARCELAS.DAT - mestre de parcelas; a parcela adiada fica
      *   com situacao 'D' e renasce no fim do cronograma.
         FD  PARCELAS.
         01  REG-PARCELA.
             05  PAR-CHAVE.
                 10  PAR-NUM-CONTRATO PIC 9(05).
                 10  PAR-NUM-PARCELA PIC 9(03).
             05  PAR-CD-CLIENTE      PIC 9(06).
             05  PAR-VLR-PARCELA     PIC 9(07)V99.
             05  PAR-VLR-JUROS       PIC 9(07)V99.
             05  PAR-VLR-AMORT       PIC 9(07)V99.
             05  PAR-VLR-SALDO       PIC 9(07)V99.
             05  PAR-SITUACAO        PIC X(01).
                 88  PAR-ABERTA      VALUE 'A'.
                 88  PAR-EXTINTA     VALUE 'E'.
                 88  PAR-ADIADA      VALUE 'D'.
             05  PAR-VENCIMENTO      PIC 9(08).
      *
      *   CONTRHDR.DAT - cabecalho do contrato (layout PGARRAYS).
         FD  CONTRHDR.
         01  REG-CONTRHDR.
             05  HDR-NUM-CONTRATO    PIC 9(05).
             05  HDR-CD-CLIENTE      PIC 9(06).
             05  HDR-VLR-PRINCIPAL   PIC 9(07)V99.
             05  HDR-TAXA-JUROS      PIC 9V9(6).
             05  HDR-NUM-PRESTACOES  PIC 9(03).
             05  HDR-DATA-CRIACAO    PIC 9(08).
             05  HDR-SISTEMA-AMORT   PIC X(01).
             05  HDR-CARENCIA-MESES  PIC 9(02).
             05  HDR-QTD-ADIAMENTOS  PIC 9(02).
             05  HDR-PARC-ADIADAS    PIC 9(03).
             05  HDR-VLR-IOF         PIC 9(07)V99.
             05  HDR-IOF-FORMA       PIC X(01).
             05  HDR-COD-PRODUTO     PIC X(04).
      *
      *   PAGTOS.TXT - baixas (PGPAGTOS), so para conferir que a
      *   faixa nao tem pagamento.
         FD  PAGTOS.
         01  REG-PAGTO.
             05  PAG-NUM-CONTRATO    PIC 9(05).
             05  PAG-NUM-PARCELA     PIC 9(03).
             05  PAG-DATA-PGTO       PIC 9(08).
             05  PAG-VLR-PAGO        PIC 9(07)V99.
             05  PAG-SITUACAO        PIC X(08).
             05  PAG-VLR-MORA        PIC 9(07)V99.
      *
      *   ADIAMENT.TXT - um registro por adiamento: faixa original,
      *   primeira parcela nova, meses andados e juros acrescidos.
         FD  ADIAMENT.
         01  REG-ADIAMENT.
             05  ADI-NUM-CONTRATO    PIC 9(05).
             05  ADI-DATA            PIC 9(08).
             05  ADI-PARC-INICIAL    PIC 9(03).
             05  ADI-PARC-FINAL      PIC 9(03).
             05  ADI-NOVA-INICIAL    PIC 9(03).
             05  ADI-MESES           PIC 9(03).
             05  ADI-VLR-JUROS       PIC 9(07)V99.
             05  ADI-OPERADOR        PIC X(08).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-PAR               PIC X(02) VALUE '00'.
         77  WS-FS-HDR               PIC 99.
         77  WS-FS-PAG               PIC 99.
         77  WS-FS-ADI               PIC 99.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-NUM-CONTRATO         PIC 9(05) VALUE ZEROS.
         77  WS-PARC-INICIAL         PIC 9(03) VALUE ZEROS.
         77  WS-PARC-FINAL           PIC 9(03) VALUE ZEROS.
         77  WS-OPERADOR             PIC X(08) VALUE SPACES.
         77  WS-CONFIRMA             PIC X     VALUE 'N'.
         77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
      *
      *   Pago acumulado por parcela do contrato, de PAGTOS.TXT.
         77  WS-QTD-PAGAS            PIC 9(03) VALUE ZEROS.
         01  WS-TAB-PAGO OCCURS 600 TIMES.
             05  WS-PGO-PARCELA      PIC 9(03).
             05  WS-PGO-VALOR        PIC 9(07)V99.
         77  WS-IND-PAR              PIC 9(03).
         77  WS-PAR-ACHADA           PIC 9(03) VALUE ZEROS.
         77  WS-VLR-PAGO-ACUM        PIC 9(07)V99 VALUE ZEROS.
      *
      *   Faixa adiada: parcela original e parcela renascida.
         77  TT-ADI                  PIC 9(03) VALUE 360.
         77  WS-QTD-ADI              PIC 9(03) VALUE ZEROS.
         77  WS-QTD-RECUSADAS        PIC 9(03) VALUE ZEROS.
         01  WS-TAB-ADIADAS.
             05  WS-TAB-ADI OCCURS 360 TIMES.
                 10  WS-ADI-PARCELA  PIC 9(03).
                 10  WS-ADI-VALOR    PIC 9(07)V99.
                 10  WS-ADI-JUROS    PIC 9(07)V99.
                 10  WS-ADI-AMORT    PIC 9(07)V99.
                 10  WS-ADI-EXTRA    PIC 9(07)V99.
                 10  WS-ADI-NOVA     PIC 9(03).
                 10  WS-ADI-VENCTO   PIC 9(08).
         77  WS-IND                  PIC 9(03).
      *
      *   Fim do cronograma: maior numero gravado (inclusive
      *   extintas e adiadas) e a ultima parcela ativa, de onde
      *   partem os vencimentos novos.
         77  WS-ULT-NUMERO           PIC 9(03) VALUE ZEROS.
         77  WS-ULT-ATIVA            PIC 9(03) VALUE ZEROS.
         77  WS-MESES-ANDADOS        PIC 9(03) VALUE ZEROS.
         77  WS-FATOR-ADI            PIC 9(05)V9(9) VALUE ZEROS.
         77  WS-TOT-EXTRA            PIC 9(09)V99 VALUE ZEROS.
         77  WS-TOT-AMORT-ADI        PIC 9(09)V99 VALUE ZEROS.
         77  WS-SALDO-NOVA           PIC 9(09)V99 VALUE ZEROS.
         COPY VENCTO.
         COPY JORNAL.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '------ ADIAMENTO DE PARCELAS ------'
           MOVE FUNCTION CURRENT-DATE(1:8)     TO WS-DATA-HOJE
           DISPLAY 'Contrato: '
           ACCEPT WS-NUM-CONTRATO
           DISPLAY 'Primeira parcela a adiar: '
           ACCEPT WS-PARC-INICIAL
           DISPLAY 'Ultima parcela a adiar: '
           ACCEPT WS-PARC-FINAL
           IF WS-PARC-INICIAL EQUAL ZEROS
                    OR WS-PARC-FINAL LESS WS-PARC-INICIAL THEN
              DISPLAY '>> FAIXA DE PARCELAS INVALIDA.'
              GOBACK
           END-IF

           OPEN I-O CONTRHDR
           IF WS-FS-HDR NOT EQUAL ZEROS THEN
              DISPLAY 'CONTRHDR.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-HDR
              GOBACK
           END-IF
           MOVE WS-NUM-CONTRATO                TO HDR-NUM-CONTRATO
           READ CONTRHDR
              INVALID KEY
                 DISPLAY 'CONTRATO NAO ENCONTRADO: ' WS-NUM-CONTRATO
                 CLOSE CONTRHDR
                 GOBACK
           END-READ.

           PERFORM CARREGA-PAGOS-CONTRATO
           OPEN I-O PARCELAS
           IF WS-FS-PAR NOT EQUAL '00' THEN
              DISPLAY 'PARCELAS.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-PAR ' (RODE O PGPARMIG).'
              CLOSE CONTRHDR
              GOBACK
           END-IF

           PERFORM LE-FAIXA
           IF WS-QTD-RECUSADAS GREATER ZEROS
                    OR WS-QTD-ADI NOT EQUAL
                       (WS-PARC-FINAL - WS-PARC-INICIAL + 1) THEN
              DISPLAY '>> A FAIXA SO PODE TER PARCELAS EM ABERTO E'
                      ' SEM PAGAMENTO - ADIAMENTO RECUSADO.'
              CLOSE PARCELAS CONTRHDR
              GOBACK
           END-IF

           PERFORM CALCULA-ADIAMENTO
           PERFORM MOSTRA-ADIAMENTO
           DISPLAY 'Operador: '
           ACCEPT WS-OPERADOR
           DISPLAY 'Confirma o adiamento (S/N): '
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              DISPLAY 'ADIAMENTO CANCELADO.'
              CLOSE PARCELAS CONTRHDR
              GOBACK
           END-IF

           PERFORM ATUALIZA-SALDOS
           PERFORM GRAVA-ADIADAS
           PERFORM ATUALIZA-CABECALHO
           PERFORM GRAVA-ADIAMENTO
           CLOSE PARCELAS CONTRHDR.
           DISPLAY 'ADIADAS AS PARCELAS ' WS-PARC-INICIAL ' A '
                   WS-PARC-FINAL ' DO CONTRATO ' WS-NUM-CONTRATO
                   ' - JUROS ACRESCIDOS: ' WS-TOT-EXTRA
           GOBACK.
      *
      *   Pago acumulado por parcela deste contrato, de PAGTOS.TXT.
       CARREGA-PAGOS-CONTRATO.
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT PAGTOS
           IF WS-FS-PAG EQUAL ZEROS THEN
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ PAGTOS
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF PAG-NUM-CONTRATO EQUAL WS-NUM-CONTRATO THEN
                          PERFORM ACUMULA-PAGO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PAGTOS
           END-IF.
      *
       ACUMULA-PAGO.
           MOVE ZEROS                          TO WS-PAR-ACHADA
           PERFORM VARYING WS-IND-PAR FROM 1 BY 1
                           UNTIL WS-IND-PAR > WS-QTD-PAGAS
              IF WS-PGO-PARCELA(WS-IND-PAR) EQUAL
                       PAG-NUM-PARCELA THEN
                 MOVE WS-IND-PAR               TO WS-PAR-ACHADA
              END-IF
           END-PERFORM.
           IF WS-PAR-ACHADA EQUAL ZEROS
                    AND WS-QTD-PAGAS LESS 600 THEN
              ADD 1                            TO WS-QTD-PAGAS
              MOVE PAG-NUM-PARCELA             TO
                   WS-PGO-PARCELA(WS-QTD-PAGAS)
              MOVE ZEROS                       TO
                   WS-PGO-VALOR(WS-QTD-PAGAS)
              MOVE WS-QTD-PAGAS                TO WS-PAR-ACHADA
           END-IF.
           IF WS-PAR-ACHADA GREATER ZEROS THEN
      *   Contra-lancamento de estorno (PGESTORN) tira o valor do
      *   pago acumulado em vez de somar.
              IF PAG-SITUACAO EQUAL 'ESTORNO' THEN
                 SUBTRACT PAG-VLR-PAGO         FROM
                     WS-PGO-VALOR(WS-PAR-ACHADA)
              ELSE
                 ADD PAG-VLR-PAGO              TO
                     WS-PGO-VALOR(WS-PAR-ACHADA)
              END-IF
           END-IF.
      *
      *   Percorre o contrato: guarda a faixa pedida (so aberta e
      *   sem pagamento) e acha o fim do cronograma.
       LE-FAIXA.
           MOVE ZEROS                          TO WS-QTD-ADI
                                                  WS-QTD-RECUSADAS
                                                  WS-ULT-NUMERO
                                                  WS-ULT-ATIVA
           MOVE WS-NUM-CONTRATO                TO PAR-NUM-CONTRATO
           MOVE ZEROS                          TO PAR-NUM-PARCELA
           MOVE 'N'                            TO WS-EOF
           START PARCELAS KEY NOT LESS PAR-CHAVE
              INVALID KEY
                 MOVE 'S'                      TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ PARCELAS NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    IF PAR-NUM-CONTRATO EQUAL WS-NUM-CONTRATO THEN
                       PERFORM AVALIA-PARCELA
                    ELSE
                       MOVE 'S'                TO WS-EOF
                    END-IF
              END-READ
           END-PERFORM.
      *
       AVALIA-PARCELA.
           MOVE PAR-NUM-PARCELA                TO WS-ULT-NUMERO
           IF NOT PAR-EXTINTA AND NOT PAR-ADIADA THEN
              MOVE PAR-NUM-PARCELA             TO WS-ULT-ATIVA
           END-IF
           IF PAR-NUM-PARCELA NOT LESS WS-PARC-INICIAL
                    AND PAR-NUM-PARCELA NOT GREATER WS-PARC-FINAL THEN
              MOVE ZEROS                       TO WS-VLR-PAGO-ACUM
              PERFORM VARYING WS-IND-PAR FROM 1 BY 1
                              UNTIL WS-IND-PAR > WS-QTD-PAGAS
                 IF WS-PGO-PARCELA(WS-IND-PAR) EQUAL
                          PAR-NUM-PARCELA THEN
                    MOVE WS-PGO-VALOR(WS-IND-PAR)
                                               TO WS-VLR-PAGO-ACUM
                 END-IF
              END-PERFORM
              IF PAR-ABERTA AND WS-VLR-PAGO-ACUM EQUAL ZEROS
                       AND WS-QTD-ADI LESS TT-ADI THEN
                 ADD 1                         TO WS-QTD-ADI
                 MOVE PAR-NUM-PARCELA          TO
                      WS-ADI-PARCELA(WS-QTD-ADI)
                 MOVE PAR-VLR-PARCELA          TO
                      WS-ADI-VALOR(WS-QTD-ADI)
                 MOVE PAR-VLR-JUROS            TO
                      WS-ADI-JUROS(WS-QTD-ADI)
                 MOVE PAR-VLR-AMORT            TO
                      WS-ADI-AMORT(WS-QTD-ADI)
              ELSE
                 ADD 1                         TO WS-QTD-RECUSADAS
                 DISPLAY '>> PARCELA ' PAR-NUM-PARCELA
                         ' NAO ESTA EM ABERTO SEM PAGAMENTO.'
              END-IF
           END-IF.
      *
      *   Toda a faixa anda o mesmo numero de meses: da primeira
      *   parcela adiada ate o mes seguinte ao da ultima ativa. Os
      *   juros do periodo a mais sao os da taxa do contrato,
      *   compostos por esses meses, sobre o valor da parcela.
       CALCULA-ADIAMENTO.
           COMPUTE WS-MESES-ANDADOS =
              WS-ULT-ATIVA + 1 - WS-PARC-INICIAL
           COMPUTE WS-FATOR-ADI ROUNDED =
              (1 + HDR-TAXA-JUROS) ** WS-MESES-ANDADOS
           MOVE ZEROS                          TO WS-TOT-EXTRA
                                                  WS-TOT-AMORT-ADI
           PERFORM VARYING WS-IND FROM 1 BY 1
                           UNTIL WS-IND > WS-QTD-ADI
              COMPUTE WS-ADI-EXTRA(WS-IND) ROUNDED =
                 WS-ADI-VALOR(WS-IND) * (WS-FATOR-ADI - 1)
              COMPUTE WS-ADI-NOVA(WS-IND) = WS-ULT-NUMERO + WS-IND
              MOVE HDR-DATA-CRIACAO            TO VC-DATA-CRIACAO
              COMPUTE VC-NUM-PARCELA =
                 HDR-CARENCIA-MESES + WS-ULT-ATIVA + WS-IND
              CALL './bin/PGVENCTO' USING VC-PARM
              MOVE VC-VENCIMENTO               TO WS-ADI-VENCTO(WS-IND)
              ADD WS-ADI-EXTRA(WS-IND)         TO WS-TOT-EXTRA
              ADD WS-ADI-AMORT(WS-IND)         TO WS-TOT-AMORT-ADI
           END-PERFORM.
      *
       MOSTRA-ADIAMENTO.
           DISPLAY 'PARC  VAI PARA  VENCIMENTO   VALOR NOVO   JUROS'
                   ' ACRESCIDOS'
           PERFORM VARYING WS-IND FROM 1 BY 1
                           UNTIL WS-IND > WS-QTD-ADI
              DISPLAY WS-ADI-PARCELA(WS-IND) '   '
                      WS-ADI-NOVA(WS-IND) '       '
                      WS-ADI-VENCTO(WS-IND) '   '
                      WS-ADI-VALOR(WS-IND) ' + '
                      WS-ADI-EXTRA(WS-IND)
           END-PERFORM.
           DISPLAY 'MESES ANDADOS: ' WS-MESES-ANDADOS
                   '  JUROS DO PERIODO A MAIS: ' WS-TOT-EXTRA.
      *
      *   As parcelas que continuam entre a faixa e o fim passam a
      *   dever tambem a amortizacao adiada.
       ATUALIZA-SALDOS.
           MOVE WS-NUM-CONTRATO                TO PAR-NUM-CONTRATO
           COMPUTE PAR-NUM-PARCELA = WS-PARC-FINAL + 1
           MOVE 'N'                            TO WS-EOF
           START PARCELAS KEY NOT LESS PAR-CHAVE
              INVALID KEY
                 MOVE 'S'                      TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ PARCELAS NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    IF PAR-NUM-CONTRATO EQUAL WS-NUM-CONTRATO THEN
                       IF NOT PAR-EXTINTA AND NOT PAR-ADIADA THEN
                          ADD WS-TOT-AMORT-ADI TO PAR-VLR-SALDO
                          REWRITE REG-PARCELA
                          MOVE 'R'             TO JN-OPERACAO
                          PERFORM JORNALIZA-PARCELA
                       END-IF
                    ELSE
                       MOVE 'S'                TO WS-EOF
                    END-IF
              END-READ
           END-PERFORM.
      *
      *   Marca cada parcela da faixa como adiada e grava a parcela
      *   renascida no fim, com saldo do que ainda resta adiado.
       GRAVA-ADIADAS.
           MOVE WS-TOT-AMORT-ADI               TO WS-SALDO-NOVA
           PERFORM VARYING WS-IND FROM 1 BY 1
                           UNTIL WS-IND > WS-QTD-ADI
              MOVE WS-NUM-CONTRATO             TO PAR-NUM-CONTRATO
              MOVE WS-ADI-PARCELA(WS-IND)      TO PAR-NUM-PARCELA
              READ PARCELAS
                 INVALID KEY
                    DISPLAY '>> PARCELA ' PAR-NUM-CONTRATO '/'
                            PAR-NUM-PARCELA ' NAO ENCONTRADA.'
                 NOT INVALID KEY
                    MOVE 'D'                   TO PAR-SITUACAO
                    REWRITE REG-PARCELA
                    MOVE 'R'                   TO JN-OPERACAO
                    PERFORM JORNALIZA-PARCELA
                    SUBTRACT WS-ADI-AMORT(WS-IND) FROM WS-SALDO-NOVA
                    MOVE WS-ADI-NOVA(WS-IND)   TO PAR-NUM-PARCELA
                    COMPUTE PAR-VLR-PARCELA =
                       WS-ADI-VALOR(WS-IND) + WS-ADI-EXTRA(WS-IND)
                    COMPUTE PAR-VLR-JUROS =
                       WS-ADI-JUROS(WS-IND) + WS-ADI-EXTRA(WS-IND)
                    MOVE WS-ADI-AMORT(WS-IND)  TO PAR-VLR-AMORT
                    MOVE WS-SALDO-NOVA         TO PAR-VLR-SALDO
                    MOVE 'A'                   TO PAR-SITUACAO
                    MOVE WS-ADI-VENCTO(WS-IND) TO PAR-VENCIMENTO
                    WRITE REG-PARCELA
                       INVALID KEY
                          DISPLAY '>> FALHA AO GRAVAR A PARCELA '
                                  PAR-NUM-CONTRATO '/'
                                  PAR-NUM-PARCELA
                                  ' - FILE STATUS: ' WS-FS-PAR
                    END-WRITE
                    MOVE 'W'                   TO JN-OPERACAO
                    PERFORM JORNALIZA-PARCELA
              END-READ
           END-PERFORM.
      *
       ATUALIZA-CABECALHO.
           ADD 1                               TO HDR-QTD-ADIAMENTOS
           ADD WS-QTD-ADI                      TO HDR-PARC-ADIADAS
           REWRITE REG-CONTRHDR
              INVALID KEY
                 DISPLAY '>> FALHA AO ATUALIZAR O CABECALHO -'
                         ' FILE STATUS: ' WS-FS-HDR
           END-REWRITE.
      *
       GRAVA-ADIAMENTO.
           OPEN EXTEND ADIAMENT
           IF WS-FS-ADI EQUAL 35 THEN
              OPEN OUTPUT ADIAMENT
           END-IF
           MOVE WS-NUM-CONTRATO                TO ADI-NUM-CONTRATO
           MOVE WS-DATA-HOJE                   TO ADI-DATA
           MOVE WS-PARC-INICIAL                TO ADI-PARC-INICIAL
           MOVE WS-PARC-FINAL                  TO ADI-PARC-FINAL
           MOVE WS-ADI-NOVA(1)                 TO ADI-NOVA-INICIAL
           MOVE WS-MESES-ANDADOS               TO ADI-MESES
           MOVE WS-TOT-EXTRA                   TO ADI-VLR-JUROS
           MOVE WS-OPERADOR                    TO ADI-OPERADOR
           WRITE REG-ADIAMENT
           CLOSE ADIAMENT.
      *
      *   Imagem posterior da atualizacao para o jornal (PGJORNAL);
      *   so vai o que o mestre de fato aceitou.
       JORNALIZA-PARCELA.
           IF WS-FS-PAR(1:1) EQUAL '0' THEN
              MOVE 'PGADIPAR'                  TO JN-PROGRAMA
              MOVE WS-OPERADOR                 TO JN-OPERADOR
              MOVE 'PARCELAS.DAT'              TO JN-ARQUIVO
              MOVE REG-PARCELA                 TO JN-IMAGEM
              CALL './bin/PGJORNAL' USING JN-PARM
           END-IF.
      *
       END PROGRAM PGADIPAR.
