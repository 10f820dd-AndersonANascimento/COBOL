      *****************************************************************
      * Copybook: ENDDEV
      * Area de comunicacao do controle de correspondencia devolvida,
      * usada por quem chama (WORKING-STORAGE) e pelo PGENDDEV
      * (LINKAGE SECTION). Antes de gerar carta ou etiqueta, o
      * programa informa o tipo do cadastro (C cliente do
      * CLIENTE.TXT, A aluno do ALUNMEST.DAT), o codigo e o endereco
      * atual do mestre (rua, numero, cidade, CEP e UF emendados);
      * a sub-rotina procura a devolucao registrada pelo PGDEVCOR em
      * DEVOLUC.DAT e responde D (devolvido - nao enviar) enquanto o
      * endereco do mestre for o mesmo que voltou do correio. Com o
      * endereco corrigido no cadastro, ou a devolucao baixada, a
      * resposta volta a ser V (valido).
      *****************************************************************
       01 ED-PARM.
          05 ED-TIPO                          PIC X(01).
             88 ED-CLIENTE                    VALUE 'C'.
             88 ED-ALUNO                      VALUE 'A'.
          05 ED-CODIGO                        PIC 9(06).
          05 ED-ENDERECO                      PIC X(63).
          05 ED-SITUACAO                      PIC X(01).
             88 ED-VALIDO                     VALUE 'V'.
             88 ED-DEVOLVIDO                  VALUE 'D'.
          05 ED-MOTIVO                        PIC X(02).
          05 ED-DESC-MOTIVO                   PIC X(25).
          05 ED-DATA-DEVOLUCAO                PIC 9(08).
          05 ED-QTD-DEVOLUCOES                PIC 9(03).
