      *****************************************************************
      * Copybook: ESPVAG
      * Area de comunicacao do ofertador de vagas da lista de espera,
      * usada por quem chama (WORKING-STORAGE) e pelo PGESPVAG
      * (LINKAGE SECTION). Todo programa que libera vaga numa turma
      * (arquivamento, transferencia, trancamento, aumento de
      * capacidade no PGTURMAS, desistencia de uma oferta) informa a
      * turma, o operador e o proprio nome; a sub-rotina confere as
      * vagas livres e oferece cada uma ao proximo da fila em
      * ESPERA.DAT, devolvendo quantas ofertas fez e quantos alunos
      * continuam aguardando.
      *****************************************************************
       01 EV-PARM.
          05 EV-TURMA                         PIC X(10).
          05 EV-OPERADOR                      PIC X(08).
          05 EV-PROGRAMA                      PIC X(08).
          05 EV-QTD-OFERTAS                   PIC 9(03).
          05 EV-QTD-ESPERA                    PIC 9(05).
