      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  O catalogo guarda tambem a hora
      *                                 da geracao, de onde o PGRECMST
      *                                 reaplica o jornal de
      *                                 atualizacao.
      * 22/08/2026 Anderson Nascimento  A restauracao trava o mestre de
      *                                 destino (PGTRAVA) durante a
      *                                 regravacao.
         FD  LISTA.
         01  REG-LISTA               PIC X(30).
      *
      *   BACKCAT.TXT - catalogo das geracoes: data, arquivo, slot,
      *   o tamanho em bytes conferido na restauracao e a hora da
      *   copia (geracoes antigas tem a hora em branco).
         FD  CATALOGO.
         01  REG-CATALOGO.
             05  CAT-DATA            PIC 9(08).
             05  CAT-ARQUIVO         PIC X(20).
             05  CAT-SLOT            PIC 9(01).
             05  CAT-BYTES           PIC 9(09).
             05  CAT-HORA            PIC 9(06).
             05  FILLER              PIC X(06).
      *
         FD  ORIGEM
             RECORD CONTAINS 1 CHARACTERS.
         77  WS-ARQUIVO              PIC X(20) VALUE SPACES.
         77  WS-BYTES                PIC 9(09) VALUE ZEROS.
         77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
         77  WS-HORA-AGORA           PIC 9(06) VALUE ZEROS.
         77  WS-QTD-COPIADOS         PIC 9(03) VALUE ZEROS.
      *
      *   Rotacao de geracoes: tres slots por arquivo; o slot da vez
           DISPLAY 'Modo (B-Backup/R-Restaura): '
           ACCEPT WS-MODO-EXEC
           MOVE FUNCTION CURRENT-DATE(1:8)     TO WS-DATA-HOJE
           MOVE FUNCTION CURRENT-DATE(9:6)     TO WS-HORA-AGORA
           EVALUATE WS-MODO-EXEC
              WHEN 'R'
              WHEN 'r'
              MOVE WS-ARQUIVO                  TO CAT-ARQUIVO
              MOVE WS-SLOT                     TO CAT-SLOT
              MOVE WS-BYTES                    TO CAT-BYTES
              MOVE WS-HORA-AGORA               TO CAT-HORA
              WRITE REG-CATALOGO
              CLOSE CATALOGO
              ADD 1                            TO WS-QTD-COPIADOS
