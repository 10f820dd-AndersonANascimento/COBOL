      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Operador pedido na entrada e
      *                                 levado para o jornal de atualizacao.
      * 15/10/2026 Anderson Nascimento  Gravacoes no FUNCMEST.DAT vao
      *                                 para o jornal de atualizacao
      *                                 (PGJORNAL).
      * 15/10/2026 Anderson Nascimento  Funcionario novo entra no
      *                                 centro de custo ADM ate o
      *                                 PGCCUMNT apontar a area.
      * 22/08/2026 Anderson Nascimento  Data de admissao validada pelo
      *                                 PGVALDAT antes da critica.
      * 20/08/2026 Anderson Nascimento  Fone passa ao formato cheio
      *   Desligamento (PGRESCIS): 'D' com a data encerra o vinculo.
             05  MES-SITUACAO                PIC X(01).
             05  MES-DATA-DESLIG             PIC 9(08).
             05  MES-CCUSTO                  PIC X(03).
             05  MES-CCUSTO-2                PIC X(03).
             05  MES-PCT-CCUSTO-2            PIC 9(03).
      *
         WORKING-STORAGE SECTION.
         01 WS-REGISTRO.
         77 WS-FS-MES                        PIC 99.
         77 WS-PROX-MATR                     PIC 9(05) VALUE ZEROS.
         77 WS-EOF-MES                       PIC X VALUE 'N'.
         77 WS-OPERADOR                      PIC X(08) VALUE SPACES.
         77 WS-CEP-OK                        PIC X VALUE 'N'.
            88 WS-CEP-VALIDO                 VALUE 'S'.
         77 WS-CEP-ESTADO                    PIC X(2) VALUE SPACES.
         COPY CPFVAL.
         COPY DATAVAL.
       COPY AMBCFG.
       COPY JORNAL.
       77  WS-CAMINHO-FUNCMEST                 PIC X(40) VALUE
                                               './FUNCMEST.DAT'.
      *****************************************************************
           PERFORM ABERTURA-ARQUIVOS
      *    ---  Entrada de dados ---
           DISPLAY '****** CADASTRO DE FUNCIONARIO ******'
           DISPLAY 'Operador: '
           ACCEPT WS-OPERADOR
           DISPLAY 'Nome: '
           ACCEPT WS-NOME
           DISPLAY 'Sexo: '
                                                 MES-SAL
           MOVE CV-CPF                        TO MES-CPF
           MOVE WS-ADMISSAO                   TO MES-ADMISSAO
           MOVE 'ADM'                         TO MES-CCUSTO
           MOVE SPACES                        TO MES-CCUSTO-2
           MOVE ZEROS                         TO MES-PCT-CCUSTO-2
           WRITE REG-FUNCMEST
              INVALID KEY
                 DISPLAY '>> ERRO AO GRAVAR NO MESTRE - MATRICULA '
                         MES-MATRICULA
              NOT INVALID KEY
                 MOVE 'W'                      TO JN-OPERACAO
                 PERFORM JORNALIZA-FUNCIONARIO
           END-WRITE
           CLOSE FUNCMEST
           DISPLAY 'MATRICULA ATRIBUIDA: ' MES-MATRICULA.
      *
      *   Imagem posterior da atualizacao para o jornal (PGJORNAL);
      *   so vai o que o mestre de fato aceitou.
       JORNALIZA-FUNCIONARIO.
           IF WS-FS-MES LESS 10 THEN
              MOVE 'PGNVL88'                   TO JN-PROGRAMA
              MOVE WS-OPERADOR                 TO JN-OPERADOR
              MOVE 'FUNCMEST.DAT'              TO JN-ARQUIVO
              MOVE REG-FUNCMEST                TO JN-IMAGEM
              CALL './bin/PGJORNAL' USING JN-PARM
           END-IF.
       END PROGRAM PGNVL88.
