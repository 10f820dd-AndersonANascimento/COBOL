      *****************************************************************
      * Copybook: AFASTA
      * Area de comunicacao do apurador de afastamentos, usada por
      * quem chama (WORKING-STORAGE) e pelo PGAFADIA (LINKAGE
      * SECTION). O chamador informa a matricula e o periodo (data
      * inicial e final, inclusive); a sub-rotina soma os
      * afastamentos de AFASTAM.DAT (PGAFAMNT) que caem no periodo e
      * devolve os dias afastados, os dias que a empresa nao paga
      * (alem dos 15 primeiros na doenca/acidente, todos na licenca
      * nao remunerada) e os dias que nao contam para o periodo
      * aquisitivo de ferias, mais o tipo do afastamento em curso no
      * ultimo dia do periodo, quando houver.
      *****************************************************************
       01 AF-PARM.
          05 AF-MATRICULA                     PIC 9(05).
          05 AF-INICIO                        PIC 9(08).
          05 AF-FIM                           PIC 9(08).
          05 AF-QTD-AFASTAMENTOS              PIC 9(03).
          05 AF-DIAS-AFASTADO                 PIC 9(05).
          05 AF-DIAS-SEM-SALARIO              PIC 9(05).
          05 AF-DIAS-SUSPENSOS                PIC 9(05).
          05 AF-SITUACAO-FIM                  PIC X(01).
             88 AF-AFASTADO-NO-FIM            VALUE 'S'.
          05 AF-TIPO-FIM                      PIC X(02).
