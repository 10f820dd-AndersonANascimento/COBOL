      *****************************************************************
      * Copybook: JORNAL
      * Area de comunicacao do jornal de atualizacao dos mestres,
      * usada por quem grava (WORKING-STORAGE) e pelo PGJORNAL
      * (LINKAGE SECTION). Depois de cada WRITE, REWRITE ou DELETE
      * bem-sucedido em ALUNOS.DAT, CLIENTE.TXT, PARCELAS.DAT,
      * MENSALID.DAT ou FUNCMEST.DAT, o programa informa o arquivo, a
      * operacao e a imagem do registro como ficou (na exclusao, o
      * registro excluido, que carrega a chave); a sub-rotina
      * acrescenta a JORNAL.DAT com programa, operador, data e hora.
      * E o que o PGRECMST reaplica sobre uma geracao do PGBACKUP.
      *****************************************************************
       01 JN-PARM.
          05 JN-PROGRAMA                      PIC X(08).
          05 JN-OPERADOR                      PIC X(08).
          05 JN-ARQUIVO                       PIC X(12).
          05 JN-OPERACAO                      PIC X(01).
             88 JN-INCLUSAO                   VALUE 'W'.
             88 JN-ALTERACAO                  VALUE 'R'.
             88 JN-EXCLUSAO                   VALUE 'D'.
          05 JN-IMAGEM                        PIC X(200).
