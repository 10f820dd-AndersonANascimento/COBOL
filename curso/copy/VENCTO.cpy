      *****************************************************************
      * Copybook: VENCTO
      * Area de comunicacao do calculo de vencimento da parcela,
      * usada por quem gera o cronograma (WORKING-STORAGE) e pelo
      * PGVENCTO (LINKAGE SECTION). Quem chama informa a data de
      * criacao do contrato e o numero da parcela; a sub-rotina
      * devolve o vencimento nominal (criacao + N meses, dia limitado
      * a 28) e o vencimento efetivo, empurrado para o proximo dia
      * util (PGDIAUTI / FERIADOS.TXT) quando o nominal cai em fim de
      * semana ou feriado. O efetivo e o gravado em PAR-VENCIMENTO.
      *****************************************************************
       01 VC-PARM.
          05 VC-DATA-CRIACAO                  PIC 9(08).
          05 VC-NUM-PARCELA                   PIC 9(03).
          05 VC-VENC-NOMINAL                  PIC 9(08).
          05 VC-VENCIMENTO                    PIC 9(08).
