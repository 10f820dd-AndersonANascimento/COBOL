      *****************************************************************
      * Copybook: UNIDADE
      * Area de comunicacao do controle de unidades (filiais), usada
      * por quem chama (WORKING-STORAGE) e pelo PGUNIDAD (LINKAGE
      * SECTION). Funcao V confere a unidade no cadastro UNIDADES.DAT
      * e devolve nome e predio; funcao A diz se o operador pode
      * trabalhar na unidade pedida, pela lista de unidades do seu
      * cadastro em OPERMEST.TXT ('***' = todas). Na funcao A com a
      * unidade em branco, a resposta e S so para quem tem todas.
      *****************************************************************
       01 UN-PARM.
          05 UN-FUNCAO                        PIC X(01).
          05 UN-OPERADOR                      PIC X(08).
          05 UN-CODIGO                        PIC X(03).
          05 UN-NOME                          PIC X(30).
          05 UN-PREDIO                        PIC X(05).
          05 UN-RESULTADO-SN                  PIC X(01).
             88 UN-PERMITIDA                  VALUE 'S'.
             88 UN-RECUSADA                   VALUE 'N'.
          05 UN-TODAS-SN                      PIC X(01).
          05 UN-LISTA.
             10 UN-LISTA-COD OCCURS 5 TIMES   PIC X(03).
