      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Unidade (filial) da turma no
      *                                 cadastro, conferida no
      *                                 UNIDADES.DAT pelo PGUNIDAD; e
      *                                 por ela que caixa, cobranca e
      *                                 relatorios separam as filiais.
      * 15/10/2026 Anderson Nascimento  Capacidade aumentada no modo A
      *                                 oferece as vagas novas a lista
      *                                 de espera da turma (PGESPVAG)
      *                                 depois de fechado o catalogo.
      * 02/09/2026 Anderson Nascimento  Mensalidade por turma no
      *                                 cadastro, base do faturamento
      *                                 mensal do PGMENSAL; zero
                 88  TUR-PUBLICADA   VALUE 'P'.
                 88  TUR-FECHADA     VALUE 'F'.
                 88  TUR-ARQUIVADA   VALUE 'X'.
             05  TUR-UNIDADE         PIC X(03).
      *
      *   INSTRMEST.DAT - cadastro de instrutores do PGINSMNT, de
      *   onde sai o nome do instrutor atribuido a turma.
         77  WS-OPERADOR             PIC X(08) VALUE SPACES.
         77  WS-STATUS-NOVO          PIC X(01) VALUE SPACES.
         77  WS-TRANSICAO-OK         PIC X     VALUE 'N'.
      *   Capacidade antes da alteracao; aumentou, a lista de espera
      *   da turma recebe a oferta das vagas novas.
         77  WS-CAPACIDADE-ANT       PIC 9(03) VALUE ZEROS.
         77  WS-OFERECE-ESPERA       PIC X     VALUE 'N'.
         COPY DATAVAL.
         COPY TURLOG.
         COPY UNIDADE.
         COPY ESPVAG.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
              CLOSE INSTRMEST
           END-IF.
           CLOSE TURMAS.
      *   So com o catalogo fechado: o PGESPVAG le a capacidade nova
      *   no proprio TURMAS.DAT.
           IF WS-OFERECE-ESPERA EQUAL 'S' THEN
              MOVE 'PGTURMAS'                  TO EV-PROGRAMA
              CALL './bin/PGESPVAG' USING EV-PARM
              DISPLAY 'LISTA DE ESPERA: ' EV-QTD-OFERTAS
                      ' VAGA(S) OFERECIDA(S), ' EV-QTD-ESPERA
                      ' AINDA AGUARDANDO.'
           END-IF.
           GOBACK.
      *
       LISTA-TURMAS.
                            ' ' TUR-DATA-INICIO '-' TUR-DATA-FIM
                            ' ST ' TUR-STATUS
                            ' MENS ' TUR-MENSALIDADE
                            ' UNID ' TUR-UNIDADE
                    DISPLAY '           INSTRUTOR: ' TUR-INSTRUTOR
              END-READ
           END-PERFORM.
           END-READ.
      *
       ALTERA-TURMA.
           DISPLAY 'Operador: '
           ACCEPT WS-OPERADOR
           DISPLAY 'Codigo da turma: '
           ACCEPT WS-CODIGO-INF
           MOVE WS-CODIGO-INF                  TO TUR-CODIGO
                 DISPLAY 'TURMA NAO CADASTRADA: ' WS-CODIGO-INF
              NOT INVALID KEY
                 DISPLAY 'ALTERANDO ' TUR-CODIGO ' (' TUR-CURSO ')'
                 MOVE TUR-CAPACIDADE           TO WS-CAPACIDADE-ANT
                 PERFORM ACEITA-DADOS-TURMA
                 MOVE WS-CODIGO-INF            TO TUR-CODIGO
                 REWRITE REG-TURMA
                 IF WS-FS-TUR EQUAL '00' THEN
                    DISPLAY 'TURMA ALTERADA: ' TUR-CODIGO
                    IF TUR-CAPACIDADE GREATER WS-CAPACIDADE-ANT THEN
                       MOVE 'S'                TO WS-OFERECE-ESPERA
                       MOVE TUR-CODIGO         TO EV-TURMA
                       MOVE WS-OPERADOR        TO EV-OPERADOR
                    END-IF
                 ELSE
                    DISPLAY 'ERRO NA ALTERACAO - FILE STATUS: '
                            WS-FS-TUR
              ACCEPT TUR-CURSO
           END-PERFORM
           PERFORM ACEITA-INSTRUTOR
           PERFORM ACEITA-UNIDADE
           DISPLAY 'Sala: '
           ACCEPT TUR-SALA
           MOVE ZEROS                          TO TUR-CAPACIDADE
                    END-READ
              END-EVALUATE
           END-PERFORM.
      *
      *   Toda turma pertence a uma unidade ativa do cadastro
      *   (PGUNIMNT).
       ACEITA-UNIDADE.
           MOVE 'N'                            TO UN-RESULTADO-SN
           PERFORM UNTIL UN-PERMITIDA
              DISPLAY 'Unidade (codigo PGUNIMNT): '
              ACCEPT TUR-UNIDADE
              MOVE 'V'                         TO UN-FUNCAO
              MOVE TUR-UNIDADE                 TO UN-CODIGO
              CALL './bin/PGUNIDAD' USING UN-PARM
              IF UN-PERMITIDA THEN
                 DISPLAY 'UNIDADE: ' UN-NOME
              ELSE
                 DISPLAY '>> UNIDADE NAO CADASTRADA OU INATIVA,'
                         ' INFORME DE NOVO.'
              END-IF
           END-PERFORM.
      *
       ACEITA-DATA-INICIO.
           MOVE 'N'                            TO DV-STATUS
