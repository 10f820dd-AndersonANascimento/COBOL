      *          cliente do mais novo para o mais antigo, antes de o
      *          atendente abrir a boca - o "eu ja liguei sobre isso"
      *          agora tem resposta.
      *          Promessa de pagamento (tipo PP) guarda o contrato do
      *          cliente, a data e o valor prometidos, conferidos todo
      *          dia pelo PGPROMES contra o PAGTOS.TXT; promessa
      *          quebrada volta ao historico como contato PQ.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Promessa de pagamento com
      *                                 contrato, data e valor.
      * 02/09/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CD-CLIENTE
           FILE STATUS  IS WS-FS-CLI.
           SELECT CONTRHDR ASSIGN TO './CONTRHDR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS HDR-NUM-CONTRATO
           FILE STATUS  IS WS-FS-HDR.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *   CONTATOS.DAT - um registro por interacao de balcao, na
      *   chave cliente + data + hora (duas interacoes no mesmo
      *   segundo dao conflito honesto de chave, reapresentado ao
      *   operador). A promessa so e preenchida no tipo PP; a
      *   situacao e mantida pelo PGPROMES.
         FD  CONTATOS.
         01  REG-CONTATO.
             05  CON-CHAVE.
             05  CON-OPERADOR        PIC X(08).
             05  CON-TIPO            PIC X(02).
                 88  CON-TIPO-VALIDO VALUE 'CO' 'EX' 'RE' 'PP' 'OU'.
                 88  CON-TIPO-PROMESSA VALUE 'PP'.
             05  CON-NOTA            PIC X(40).
             05  CON-PROMESSA.
                 10  CON-PROM-CONTRATO PIC 9(05).
                 10  CON-PROM-DATA   PIC 9(08).
                 10  CON-PROM-VALOR  PIC 9(07)V99.
                 10  CON-PROM-SITUACAO PIC X(01).
                     88  CON-PROM-PENDENTE VALUE 'P'.
                     88  CON-PROM-CUMPRIDA VALUE 'C'.
                     88  CON-PROM-QUEBRADA VALUE 'Q'.
      *
      *   CLIENTE.TXT - cadastro indexado de clientes (PGGERARQ).
         FD  CLIENTE.
             03 EN-CEP               PIC 9(05).
             03 EN-UF                PIC X(02).
             03 NR-CPF               PIC 9(11).
      *
      *   CONTRHDR.DAT - mesmo layout gravado pelo PGARRAYS.
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
         WORKING-STORAGE SECTION.
         77  WS-FS-CON               PIC X(02) VALUE '00'.
         77  WS-FS-CLI               PIC X(02) VALUE '00'.
         77  WS-FS-HDR               PIC X(02) VALUE '00'.
         77  WS-MODO-EXEC            PIC X     VALUE 'C'.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-CD-INF               PIC 9(06) VALUE ZEROS.
         77  WS-TIPO-INF             PIC X(02) VALUE SPACES.
         77  WS-NOTA-INF             PIC X(40) VALUE SPACES.
         77  WS-DATA-HORA            PIC X(21) VALUE SPACES.
         77  WS-HOJE                 PIC 9(08) VALUE ZEROS.
         77  WS-PROM-OK              PIC X     VALUE 'N'.
         77  WS-PROM-CONTRATO        PIC 9(05) VALUE ZEROS.
         77  WS-PROM-VALOR           PIC 9(07)V99 VALUE ZEROS.
         77  WS-PROM-VALOR-ED        PIC Z.ZZZ.ZZ9,99.
         01  WS-PROM-DATA            PIC 9(08) VALUE ZEROS.
         01  WS-PROM-DATA-R REDEFINES WS-PROM-DATA.
             05  WS-PD-AAAA          PIC 9(04).
             05  WS-PD-MM            PIC 9(02).
             05  WS-PD-DD            PIC 9(02).
         COPY DATAVAL.
      *
      *   Historico carregado em tabela para sair do mais novo para
      *   o mais antigo (a chave entrega do mais antigo).
             05  WS-CTT-OPERADOR     PIC X(08).
             05  WS-CTT-TIPO         PIC X(02).
             05  WS-CTT-NOTA         PIC X(40).
             05  WS-CTT-PROMESSA     PIC X(23).
         77  WS-IND                  PIC 9(03).
         77  WS-TIPO-DESCR           PIC X(22) VALUE SPACES.
         COPY AMBCFG.
           DISPLAY 'Registrar novo contato (S/N): '
           ACCEPT WS-MODO-EXEC
           IF WS-MODO-EXEC EQUAL 'S' OR WS-MODO-EXEC EQUAL 's' THEN
              PERFORM REGISTRA-CONTATO THRU REGISTRA-CONTATO-FIM
           END-IF.

           CLOSE CONTATOS CLIENTE.
                               WS-CTT-TIPO(WS-QTD-CONTATOS)
                          MOVE CON-NOTA        TO
                               WS-CTT-NOTA(WS-QTD-CONTATOS)
                          MOVE CON-PROMESSA    TO
                               WS-CTT-PROMESSA(WS-QTD-CONTATOS)
                       END-IF
                    END-IF
              END-READ
                         WS-CTT-OPERADOR(WS-IND) ' '
                         WS-TIPO-DESCR
                 DISPLAY '      ' WS-CTT-NOTA(WS-IND)
                 MOVE WS-CTT-PROMESSA(WS-IND)  TO CON-PROMESSA
                 IF CON-TIPO-PROMESSA
                          AND CON-PROM-CONTRATO GREATER ZEROS THEN
                    PERFORM MOSTRA-PROMESSA
                 END-IF
              END-PERFORM
           END-IF.
      *
                 MOVE 'RECLAMACAO'             TO WS-TIPO-DESCR
              WHEN 'PP'
                 MOVE 'PROMESSA DE PAGAMENTO'  TO WS-TIPO-DESCR
              WHEN 'PQ'
                 MOVE 'PROMESSA QUEBRADA'      TO WS-TIPO-DESCR
              WHEN OTHER
                 MOVE 'OUTRO'                  TO WS-TIPO-DESCR
           END-EVALUATE.
      *
       MOSTRA-PROMESSA.
           MOVE CON-PROM-VALOR                 TO WS-PROM-VALOR-ED
           EVALUATE TRUE
              WHEN CON-PROM-PENDENTE
                 MOVE 'PENDENTE'               TO WS-TIPO-DESCR
              WHEN CON-PROM-CUMPRIDA
                 MOVE 'CUMPRIDA'               TO WS-TIPO-DESCR
              WHEN CON-PROM-QUEBRADA
                 MOVE 'QUEBRADA'               TO WS-TIPO-DESCR
              WHEN OTHER
                 MOVE SPACES                   TO WS-TIPO-DESCR
           END-EVALUATE.
           DISPLAY '      CONTRATO ' CON-PROM-CONTRATO
                   ' PAGAR ATE ' CON-PROM-DATA
                   ' VALOR ' WS-PROM-VALOR-ED ' ' WS-TIPO-DESCR.
      *
       REGISTRA-CONTATO.
           DISPLAY 'Operador: '
                 DISPLAY '>> INFORME CO, EX, RE, PP OU OU'
              END-IF
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE          TO WS-DATA-HORA
           MOVE WS-DATA-HORA(1:8)              TO WS-HOJE
           MOVE ZEROS                          TO CON-PROM-CONTRATO
                                                  CON-PROM-DATA
                                                  CON-PROM-VALOR
           MOVE SPACES                         TO CON-PROM-SITUACAO
           IF CON-TIPO-PROMESSA THEN
              PERFORM CAPTURA-PROMESSA THRU CAPTURA-PROMESSA-FIM
              IF WS-PROM-OK NOT EQUAL 'S' THEN
                 GO TO REGISTRA-CONTATO-FIM
              END-IF
           END-IF.
           DISPLAY 'Nota (ate 40): '
           ACCEPT WS-NOTA-INF
           MOVE WS-CD-INF                      TO CON-CD-CLIENTE
           MOVE WS-DATA-HORA(1:8)              TO CON-DATA
           MOVE WS-DATA-HORA(9:6)              TO CON-HORA
           MOVE WS-OPERADOR                    TO CON-OPERADOR
           MOVE WS-TIPO-INF                    TO CON-TIPO
           MOVE WS-NOTA-INF                    TO CON-NOTA
           IF CON-TIPO-PROMESSA THEN
              MOVE WS-PROM-CONTRATO            TO CON-PROM-CONTRATO
              MOVE WS-PROM-DATA                TO CON-PROM-DATA
              MOVE WS-PROM-VALOR               TO CON-PROM-VALOR
              MOVE 'P'                         TO CON-PROM-SITUACAO
           END-IF.
           WRITE REG-CONTATO
              INVALID KEY
                 DISPLAY '>> CONTATO NO MESMO SEGUNDO JA REGISTRADO'
                 DISPLAY 'CONTATO REGISTRADO EM ' CON-DATA ' '
                         CON-HORA
           END-WRITE.
       REGISTRA-CONTATO-FIM.
           EXIT.
      *
      *   Promessa so vale para contrato do proprio cliente, com data
      *   de hoje em diante e valor positivo; e o que o PGPROMES
      *   confere contra as baixas do PAGTOS.TXT.
       CAPTURA-PROMESSA.
           MOVE 'N'                            TO WS-PROM-OK
           OPEN INPUT CONTRHDR
           IF WS-FS-HDR NOT EQUAL '00' THEN
              DISPLAY 'CONTRHDR.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-HDR ' (PROMESSA NAO REGISTRADA).'
              GO TO CAPTURA-PROMESSA-FIM
           END-IF.
           DISPLAY 'Contrato da promessa: '
           ACCEPT WS-PROM-CONTRATO
           MOVE WS-PROM-CONTRATO               TO HDR-NUM-CONTRATO
           READ CONTRHDR
              INVALID KEY
                 DISPLAY '>> CONTRATO ' WS-PROM-CONTRATO
                         ' NAO CADASTRADO.'
                 CLOSE CONTRHDR
                 GO TO CAPTURA-PROMESSA-FIM
           END-READ.
           CLOSE CONTRHDR.
           IF HDR-CD-CLIENTE NOT EQUAL WS-CD-INF THEN
              DISPLAY '>> CONTRATO ' WS-PROM-CONTRATO
                      ' NAO PERTENCE AO CLIENTE ' WS-CD-INF '.'
              GO TO CAPTURA-PROMESSA-FIM
           END-IF.
           MOVE 'N'                            TO DV-STATUS
           PERFORM UNTIL DV-DATA-VALIDA
              DISPLAY 'Pagar ate (AAAAMMDD): '
              ACCEPT WS-PROM-DATA
              MOVE WS-PD-DD                    TO DV-DIA
              MOVE WS-PD-MM                    TO DV-MES
              MOVE WS-PD-AAAA                  TO DV-ANO
              CALL './bin/PGVALDAT' USING DV-PARM
              IF DV-DATA-INVALIDA THEN
                 DISPLAY '>> DATA INVALIDA, INFORME DE NOVO.'
              ELSE
                 IF WS-PROM-DATA LESS WS-HOJE THEN
                    DISPLAY '>> DATA JA PASSOU, INFORME DE NOVO.'
                    MOVE 'N'                   TO DV-STATUS
                 END-IF
              END-IF
           END-PERFORM
           MOVE ZEROS                          TO WS-PROM-VALOR
           PERFORM UNTIL WS-PROM-VALOR GREATER ZEROS
              DISPLAY 'Valor prometido: '
              ACCEPT WS-PROM-VALOR
              IF WS-PROM-VALOR NOT GREATER ZEROS THEN
                 DISPLAY '>> VALOR DEVE SER MAIOR QUE ZERO.'
              END-IF
           END-PERFORM
           MOVE 'S'                            TO WS-PROM-OK.
       CAPTURA-PROMESSA-FIM.
           EXIT.
      *
       END PROGRAM PGCONTAT.
