      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Unidades (filiais) no mestre
      *                                 de operadores: depois da
      *                                 senha o operador escolhe a
      *                                 unidade de trabalho entre as
      *                                 do seu cadastro (PGUNIDAD);
      *                                 sem unidade nenhuma nao
      *                                 entra. A unidade ativa
      *                                 aparece no menu e no
      *                                 MENULOG.TXT.
      * 02/09/2026 Anderson Nascimento  Autenticacao de verdade:
      *                                 senha por operador guardada
      *                                 embaralhada em OPERSENH.DAT,
       DATA DIVISION.
         FILE SECTION.
      *
      *   OPERMEST.TXT - mestre de operadores do menu: codigo, nome,
      *   perfil de autorizacao e as unidades em que trabalha ('***'
      *   = todas; mantidas pelo modo O do PGUNIMNT).
         FD  OPERMEST.
         01  REG-OPERMEST.
             05  OPM-CODIGO          PIC X(08).
             05  OPM-NOME            PIC X(30).
             05  OPM-PERFIL          PIC X(08).
             05  OPM-UNIDADES.
                 10  OPM-UNIDADE OCCURS 5 TIMES PIC X(03).
      *
      *   PERFOPC.TXT - opcoes de menu permitidas por perfil.
         FD  PERFOPC.
         77  WS-IDADE-SENHA          PIC S9(05) VALUE ZEROS.
         77  WS-VALIDADE-DIAS        PIC 9(03) VALUE 90.
         COPY AMBCFG.
         COPY UNIDADE.
      *   Unidade de trabalho escolhida na entrada (branco = todas).
         77  WS-UNIDADE-ATIVA        PIC X(03) VALUE SPACES.
         77  WS-UNIDADE-OK           PIC X VALUE 'N'.
         77  WS-QTD-UNID-OPER        PIC 9(01) VALUE ZEROS.
         77  WS-IND-UNI              PIC 9(01).
      *     Opcoes permitidas ao perfil identificado (1 a 18).
         01  WS-PERMISSOES.
             05  WS-TAB-PERM OCCURS 18 TIMES.
             03  MLG-OPCAO           PIC 9(02).
             03  FILLER              PIC X(01) VALUE SPACE.
             03  MLG-SITUACAO        PIC X(09).
             03  FILLER              PIC X(01) VALUE SPACE.
             03  MLG-UNIDADE         PIC X(03).
             03  FILLER              PIC X(19) VALUE SPACES.
         01  WS-OPCAO                          PIC 9(02) VALUE ZEROS.
         01  WS-SAIR                           PIC X(01) VALUE 'N'.
            88 SAIR-DO-MENU                    VALUE 'S'.
              DISPLAY 'AUTENTICACAO RECUSADA - MENU ENCERRADO.'
              STOP RUN
           END-IF
           PERFORM SELECIONA-UNIDADE
           IF WS-UNIDADE-OK NOT EQUAL 'S' THEN
              DISPLAY 'OPERADOR SEM UNIDADE NO CADASTRO - MENU'
                      ' ENCERRADO (PGUNIMNT, MODO O).'
              STOP RUN
           END-IF
           PERFORM CARREGA-PERMISSOES
           PERFORM UNTIL SAIR-DO-MENU
              PERFORM EXIBE-MENU THRU EXIBE-MENU-FIM
           DISPLAY "==============================================".
           DISPLAY "          MENU GERAL DO CURSO COBOL".
           DISPLAY "      >>> AMBIENTE ATIVO: " AC-AMBIENTE " <<<".
           IF WS-UNIDADE-ATIVA EQUAL SPACES THEN
              DISPLAY "      >>> UNIDADE: TODAS <<<"
           ELSE
              DISPLAY "      >>> UNIDADE: " WS-UNIDADE-ATIVA " <<<"
           END-IF.
           DISPLAY "==============================================".
           DISPLAY " 1 - Cadastro de clientes (PGGERARQ)".
           DISPLAY " 2 - Consulta/listagem de clientes (PGLERARQ)".
              MOVE 'CHEFE'                     TO OPM-CODIGO
              MOVE 'OPERADOR DA SECRETARIA'    TO OPM-NOME
              MOVE 'SECRETAR'                  TO OPM-PERFIL
              MOVE SPACES                      TO OPM-UNIDADES
              MOVE '***'                       TO OPM-UNIDADE(1)
              WRITE REG-OPERMEST
              MOVE 'ALUNO'                     TO OPM-CODIGO
              MOVE 'ALUNO EM TREINAMENTO'      TO OPM-NOME
              MOVE 'TREINO'                    TO OPM-PERFIL
              MOVE SPACES                      TO OPM-UNIDADES
              MOVE '***'                       TO OPM-UNIDADE(1)
              WRITE REG-OPERMEST
              CLOSE OPERMEST
           ELSE
              CLOSE OPERMEST
           END-IF.
      *
      *   Unidade de trabalho: quem tem todas escolhe uma ou fica
      *   com todas (branco); quem tem uma so entra nela; quem tem
      *   varias escolhe entre as suas.
       SELECIONA-UNIDADE.
           MOVE 'N'                            TO WS-UNIDADE-OK
           MOVE 'A'                            TO UN-FUNCAO
           MOVE WS-COD-OPERADOR                TO UN-OPERADOR
           MOVE SPACES                         TO UN-CODIGO
           CALL './bin/PGUNIDAD' USING UN-PARM
           MOVE ZEROS                          TO WS-QTD-UNID-OPER
           PERFORM VARYING WS-IND-UNI FROM 1 BY 1
                           UNTIL WS-IND-UNI > 5
              IF UN-LISTA-COD(WS-IND-UNI) NOT EQUAL SPACES THEN
                 ADD 1                         TO WS-QTD-UNID-OPER
                 MOVE UN-LISTA-COD(WS-IND-UNI) TO WS-UNIDADE-ATIVA
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN UN-TODAS-SN EQUAL 'S'
                 PERFORM ESCOLHE-UNIDADE-LIVRE
              WHEN WS-QTD-UNID-OPER EQUAL 1
                 MOVE 'S'                      TO WS-UNIDADE-OK
              WHEN WS-QTD-UNID-OPER GREATER 1
                 PERFORM ESCOLHE-UNIDADE-LISTA
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-UNIDADE-OK EQUAL 'S' THEN
              MOVE 'UNIDADE'                   TO MLG-SITUACAO
              PERFORM GRAVA-MENULOG
           END-IF.
      *
       ESCOLHE-UNIDADE-LIVRE.
           PERFORM UNTIL WS-UNIDADE-OK EQUAL 'S'
              DISPLAY "Unidade de trabalho (branco = todas): "
              ACCEPT WS-UNIDADE-ATIVA
              IF WS-UNIDADE-ATIVA EQUAL SPACES THEN
                 MOVE 'S'                      TO WS-UNIDADE-OK
              ELSE
                 MOVE 'V'                      TO UN-FUNCAO
                 MOVE WS-UNIDADE-ATIVA         TO UN-CODIGO
                 CALL './bin/PGUNIDAD' USING UN-PARM
                 IF UN-PERMITIDA THEN
                    DISPLAY "Unidade: " UN-NOME
                    MOVE 'S'                   TO WS-UNIDADE-OK
                 ELSE
                    DISPLAY ">> UNIDADE NAO CADASTRADA OU INATIVA."
                 END-IF
              END-IF
           END-PERFORM.
      *
       ESCOLHE-UNIDADE-LISTA.
           DISPLAY "Suas unidades: " UN-LISTA-COD(1) " "
                   UN-LISTA-COD(2) " " UN-LISTA-COD(3) " "
                   UN-LISTA-COD(4) " " UN-LISTA-COD(5)
           PERFORM UNTIL WS-UNIDADE-OK EQUAL 'S'
              DISPLAY "Unidade de trabalho: "
              ACCEPT WS-UNIDADE-ATIVA
              MOVE 'A'                         TO UN-FUNCAO
              MOVE WS-UNIDADE-ATIVA            TO UN-CODIGO
              CALL './bin/PGUNIDAD' USING UN-PARM
              IF UN-PERMITIDA THEN
                 MOVE 'S'                      TO WS-UNIDADE-OK
              ELSE
                 DISPLAY ">> UNIDADE FORA DO SEU CADASTRO."
              END-IF
           END-PERFORM.
      *
      *   Carrega as opcoes permitidas ao perfil identificado.
       CARREGA-PERMISSOES.
           PERFORM VARYING WS-IND-PERM FROM 1 BY 1
           MOVE WS-DATA-HORA(9:6)              TO MLG-HORA
           MOVE WS-COD-OPERADOR                TO MLG-OPERADOR
           MOVE WS-OPCAO                       TO MLG-OPCAO
           MOVE WS-UNIDADE-ATIVA               TO MLG-UNIDADE
           WRITE REG-MENULOG FROM LINHA-MENULOG
           CLOSE MENULOG.
       END PROGRAM PGMENUGE.
