      *****************************************************************
      * Copybook: CONSENT
      * Area de comunicacao do controle de consentimento de
      * marketing (LGPD), usada por quem chama (WORKING-STORAGE) e
      * pelo PGCONSCK (LINKAGE SECTION). O programa de mala direta
      * ou de extrato promocional informa o CPF e o canal (C correio,
      * E e-mail, S SMS, T telefone); a sub-rotina procura o registro
      * do titular em CONSENT.DAT (PGCONSEN) e responde S quando o
      * envio e permitido. Sem registro o envio e permitido; quem
      * retirou o consentimento no canal recebe N. Correspondencia
      * obrigatoria (cobranca, resultado academico) nao consulta.
      *****************************************************************
       01 CS-PARM.
          05 CS-CPF                           PIC 9(11).
          05 CS-CANAL                         PIC X(01).
             88 CS-CANAL-VALIDO               VALUE 'C' 'E' 'S' 'T'.
          05 CS-PERMITIDO-SN                  PIC X(01).
             88 CS-PERMITIDO                  VALUE 'S'.
             88 CS-RECUSADO                   VALUE 'N'.
          05 CS-DATA                          PIC 9(08).
