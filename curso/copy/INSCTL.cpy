      * Copybook: INSCTL
      * Area de comunicacao do controle de insumo processado, usada
      * por quem chama (WORKING-STORAGE) e pelo PGINSCTL (LINKAGE
      * SECTION). Antes de consumir RECEBTOS.TXT, RETORNO.TXT,
      * BANCO.CSV, CLIMOV.TXT ou JSONIN.TXT, o programa chama com o
      * nome logico e o caminho do arquivo; a sub-rotina conta os
      * registros, calcula o hash do conteudo e confere o catalogo
      * INSUMOS.CTL: hash ja processado devolve IC-BLOQUEADO (com a
      * opcao de liberacao pelo operador, ela propria registrada no
      * catalogo), hash novo e registrado e devolve IC-LIBERADO.
      * Uma rerodada acidental nao posta mais tudo em dobro.
      *****************************************************************
