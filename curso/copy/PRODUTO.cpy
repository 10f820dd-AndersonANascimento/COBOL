      *****************************************************************
      * Copybook: PRODUTO
      * Area de comunicacao do catalogo de produtos de credito, usada
      * por quem chama (WORKING-STORAGE) e pelo PGPRODUT (LINKAGE
      * SECTION). Funcao C devolve a descricao e as regras do produto
      * cadastrado em PRODUTO.DAT (PGPRDMNT); funcao T confere prazo
      * e principal contra as regras de um produto ativo e devolve a
      * taxa da faixa de prazo para o segmento do cliente (N novo, C
      * cliente com contrato anterior). Recusa sai com o motivo.
      *****************************************************************
       01 PD-PARM.
          05 PD-FUNCAO                        PIC X(01).
          05 PD-CODIGO                        PIC X(04).
          05 PD-PRAZO                         PIC 9(03).
          05 PD-PRINCIPAL                     PIC 9(07)V99.
          05 PD-SEGMENTO                      PIC X(01).
             88 PD-SEG-NOVO                   VALUE 'N'.
             88 PD-SEG-CLIENTE                VALUE 'C'.
          05 PD-DESCRICAO                     PIC X(20).
          05 PD-PRAZO-MIN                     PIC 9(03).
          05 PD-PRAZO-MAX                     PIC 9(03).
          05 PD-PRINC-MIN                     PIC 9(07)V99.
          05 PD-PRINC-MAX                     PIC 9(07)V99.
          05 PD-EXIGE-FIADOR                  PIC X(01).
          05 PD-TAXA                          PIC 9V9(6).
          05 PD-RESULTADO-SN                  PIC X(01).
             88 PD-ACEITO                     VALUE 'S'.
             88 PD-RECUSADO                   VALUE 'N'.
          05 PD-MOTIVO                        PIC X(40).
