      *****************************************************************
      * Copybook: CHOQUE
      * Area de comunicacao do verificador de choque de horario,
      * usada por quem chama (WORKING-STORAGE) e pelo PGCHOQUE
      * (LINKAGE SECTION). O chamador abre a conversa com a funcao
      * 'I', informa cada matricula ja existente (turma e matricula
      * do ALUNOS.DAT que ele mesmo ja le) com a funcao 'G' e, para
      * cada aluno a entrar numa turma, pede a funcao 'V': a
      * sub-rotina cruza as datas do plano de sessoes (PLANSES.TXT)
      * da turma nova com as das outras turmas do aluno e, na mesma
      * data, os horarios das reservas de sala (RESERVAS.DAT) de
      * cada turma, devolvendo as turmas em choque. Data comum sem
      * reserva de uma das turmas conta como choque sem horario,
      * para a secretaria conferir. Com CH-PROGRAMA preenchido os
      * choques achados ficam registrados em CHOQUES.LOG.
      *****************************************************************
       01 CH-PARM.
          05 CH-FUNCAO                        PIC X(01).
             88 CH-INICIA                     VALUE 'I'.
             88 CH-GUARDA                     VALUE 'G'.
             88 CH-VERIFICA                   VALUE 'V'.
          05 CH-PROGRAMA                      PIC X(08).
          05 CH-MATRICULA                     PIC 9(05).
          05 CH-TURMA                         PIC X(10).
          05 CH-QTD-TURMAS                    PIC 9(02).
          05 CH-QTD-SESSOES                   PIC 9(03).
          05 CH-CHOQUE OCCURS 5 TIMES.
             10 CH-TURMA-CHOQUE               PIC X(10).
             10 CH-SESSOES-CHOQUE             PIC 9(03).
             10 CH-DATA-CHOQUE                PIC 9(08).
             10 CH-HORA-INI-1                 PIC 9(04).
             10 CH-HORA-FIM-1                 PIC 9(04).
             10 CH-HORA-INI-2                 PIC 9(04).
             10 CH-HORA-FIM-2                 PIC 9(04).
             10 CH-SEM-HORARIO                PIC X(01).
