      *****************************************************************
      * Copybook: CALIOF
      * Area de comunicacao do calculo do IOF da originacao, usada
      * por quem monta o cronograma (WORKING-STORAGE) e pelo
      * PGCALIOF (LINKAGE SECTION). Quem chama informa a data base,
      * a carencia, o principal liberado e a amortizacao de cada
      * parcela; a sub-rotina devolve as aliquotas do cartao IOF.PARM
      * e o imposto: a parte fixa sobre o principal e a parte diaria
      * sobre o principal amortizado em cada vencimento, contada ate o
      * teto de dias do cartao.
      *****************************************************************
       01 IO-PARM.
          05 IO-DATA-BASE                     PIC 9(08).
          05 IO-CARENCIA-MESES                PIC 9(02).
          05 IO-VLR-PRINCIPAL                 PIC 9(07)V99.
          05 IO-QTD-PARCELAS                  PIC 9(03).
          05 IO-VLR-AMORT OCCURS 360 TIMES    PIC 9(07)V99.
          05 IO-PCT-FIXA                      PIC 9(02)V9(04).
          05 IO-PCT-DIARIA                    PIC 9V9(04).
          05 IO-DIAS-TETO                     PIC 9(03).
          05 IO-VLR-IOF-FIXO                  PIC 9(07)V99.
          05 IO-VLR-IOF-DIARIO                PIC 9(07)V99.
          05 IO-VLR-IOF                       PIC 9(07)V99.
