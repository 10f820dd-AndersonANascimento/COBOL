      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Afastamentos (PGAFAMNT): os
      *                                 dias que suspendem o periodo
      *                                 aquisitivo (PGAFADIA) adiam o
      *                                 vencimento e o prazo limite;
      *                                 periodo do ano anterior adiado
      *                                 para o ano pedido entra na
      *                                 agenda.
      * 20/08/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
             05  FUN-SITUACAO                PIC X(01).
                 88  FUN-DESLIGADO           VALUE 'D'.
             05  FUN-DATA-DESLIG             PIC 9(08).
             05  FUN-CCUSTO                  PIC X(03).
             05  FUN-CCUSTO-2                PIC X(03).
             05  FUN-PCT-CCUSTO-2            PIC 9(03).
      *
      *   FERIAS.LST - agenda impressa mes a mes do ano pedido.
         FD  AGENDA.
             05  WS-DTE-AAAA         PIC 9(04).
             05  WS-DTE-MM           PIC 9(02).
             05  WS-DTE-DD           PIC 9(02).
      *
      *   Vencimento do aquisitivo adiado pelos afastamentos.
         77  WS-ANO-BASE             PIC 9(04) VALUE ZEROS.
         77  WS-DATA-NOMINAL         PIC 9(08) VALUE ZEROS.
         77  WS-INICIO-AQ            PIC 9(08) VALUE ZEROS.
         77  WS-INT-VENC             PIC 9(07) VALUE ZEROS.
         01  WS-DATA-VENC.
             05  WS-VNC-AAAA         PIC 9(04).
             05  WS-VNC-MM           PIC 9(02).
             05  WS-VNC-DD           PIC 9(02).
         01  WS-DATA-VENC-N REDEFINES WS-DATA-VENC
                                     PIC 9(08).
         77  WS-QTD-ADIADOS          PIC 9(05) VALUE ZEROS.
      *
        01  CABECALHO-MES.
            03  FILLER               PIC X(04) VALUE 'MES '.
            03  EVE-VALOR            PIC ZZZ.ZZ9,99.
            03  FILLER               PIC X(03) VALUE SPACES.
       COPY AMBCFG.
       COPY AFASTA.
       COPY DATAVAL.
       77  WS-CAMINHO-FUNCMEST                 PIC X(40) VALUE
                                               './FUNCMEST.DAT'.
      *****************************************************************
           DISPLAY 'AGENDA DE ' WS-QTD-FUNC ' FUNCIONARIO(S) EM'
                   ' FERIAS.LST; SEM DATA DE ADMISSAO: '
                   WS-QTD-SEM-DATA.
           IF WS-QTD-ADIADOS GREATER ZEROS THEN
              DISPLAY 'VENCIMENTOS ADIADOS POR AFASTAMENTO: '
                      WS-QTD-ADIADOS
           END-IF.
           GOBACK.
      *
      *   Monta os eventos do funcionario corrente no ano pedido:
              MOVE FUN-ADMISSAO                TO WS-ADMISSAO-R
              COMPUTE WS-METADE-SAL ROUNDED = FUN-SAL / 2

      *   Vencimento do periodo aquisitivo no ano pedido; o periodo
      *   do ano anterior so entra se um afastamento o adiou para
      *   dentro do ano pedido.
              COMPUTE WS-ANO-BASE = WS-ANO-PEDIDO - 1
              IF WS-ANO-BASE GREATER WS-ADM-AAAA THEN
                 PERFORM APURA-VENCIMENTO-AQ
              END-IF
              MOVE WS-ANO-PEDIDO               TO WS-ANO-BASE
              PERFORM APURA-VENCIMENTO-AQ

              PERFORM MONTA-EVENTOS-13.
      *
      *   Vencimento do aquisitivo que faz aniversario no ano base:
      *   a data nominal e adiada pelos dias suspensos (doenca alem
      *   dos 15 dias, licenca nao remunerada) dentro do periodo,
      *   apurados pelo PGAFADIA; uma segunda apuracao pega o que cai
      *   no trecho adiado. Vencimento e prazo limite de gozo (11
      *   meses apos, quando cair no ano) entram na agenda se o
      *   vencimento cai no ano pedido.
       APURA-VENCIMENTO-AQ.
           MOVE WS-ANO-BASE                    TO WS-VNC-AAAA
           MOVE WS-ADM-MM                      TO WS-VNC-MM
           MOVE WS-ADM-DD                      TO WS-VNC-DD
           PERFORM AJUSTA-29-FEVEREIRO
           MOVE WS-DATA-VENC-N                 TO WS-DATA-NOMINAL
           SUBTRACT 1                          FROM WS-VNC-AAAA
           PERFORM AJUSTA-29-FEVEREIRO
           MOVE WS-DATA-VENC-N                 TO WS-INICIO-AQ
           IF WS-INICIO-AQ LESS FUN-ADMISSAO THEN
              MOVE FUN-ADMISSAO                TO WS-INICIO-AQ
           END-IF
           MOVE WS-DATA-NOMINAL                TO WS-DATA-VENC-N
           IF WS-ANO-BASE GREATER WS-ADM-AAAA THEN
              MOVE FUN-MATRICULA               TO AF-MATRICULA
              MOVE WS-INICIO-AQ                TO AF-INICIO
              COMPUTE WS-INT-VENC =
                 FUNCTION INTEGER-OF-DATE(WS-DATA-NOMINAL) - 1
              COMPUTE AF-FIM = FUNCTION DATE-OF-INTEGER(WS-INT-VENC)
              CALL './bin/PGAFADIA' USING AF-PARM
              IF AF-DIAS-SUSPENSOS GREATER ZEROS THEN
                 COMPUTE WS-INT-VENC = WS-INT-VENC
                    + AF-DIAS-SUSPENSOS
                 COMPUTE AF-FIM =
                    FUNCTION DATE-OF-INTEGER(WS-INT-VENC)
                 CALL './bin/PGAFADIA' USING AF-PARM
                 COMPUTE WS-INT-VENC =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-NOMINAL)
                    + AF-DIAS-SUSPENSOS
                 COMPUTE WS-DATA-VENC-N =
                    FUNCTION DATE-OF-INTEGER(WS-INT-VENC)
                 IF WS-VNC-AAAA EQUAL WS-ANO-PEDIDO THEN
                    ADD 1                      TO WS-QTD-ADIADOS
                 END-IF
              END-IF
           END-IF
           IF WS-VNC-AAAA EQUAL WS-ANO-PEDIDO THEN
              PERFORM MONTA-EVENTO-FERIAS-AQ
      *   Prazo limite de gozo: 11 meses apos o vencimento; so entra
      *   na agenda quando o mes resultante cai dentro do ano.
              COMPUTE WS-MES-LIMITE = WS-VNC-MM + 11
              IF WS-MES-LIMITE NOT GREATER 12 THEN
                 PERFORM MONTA-EVENTO-FERIAS-LIMITE
              END-IF
           END-IF.
      *
      *   Admissao em 29/02: fora do ano bissexto o aniversario cai
      *   em 28/02 (data conferida pelo PGVALDAT).
       AJUSTA-29-FEVEREIRO.
           IF WS-VNC-MM EQUAL 2 AND WS-VNC-DD EQUAL 29 THEN
              MOVE WS-VNC-DD                   TO DV-DIA
              MOVE WS-VNC-MM                   TO DV-MES
              MOVE WS-VNC-AAAA                 TO DV-ANO
              CALL './bin/PGVALDAT' USING DV-PARM
              IF DV-DATA-INVALIDA THEN
                 MOVE 28                       TO WS-VNC-DD
              END-IF
           END-IF.
      *
      *   Aniversario da admissao no ano pedido: vence um periodo
      *   aquisitivo.
       MONTA-EVENTO-FERIAS-AQ.
           IF WS-QTD-EVENTOS LESS 600 THEN
              ADD 1                            TO WS-QTD-EVENTOS
              MOVE WS-VNC-MM                   TO
                   WS-EVE-MES(WS-QTD-EVENTOS)
              MOVE WS-VNC-DD                   TO
                   WS-EVE-DIA(WS-QTD-EVENTOS)
              MOVE FUN-MATRICULA               TO
                   WS-EVE-MATR(WS-QTD-EVENTOS)
              MOVE ZEROS                       TO
                   WS-EVE-VALOR(WS-QTD-EVENTOS)
              MOVE WS-ANO-PEDIDO               TO WS-DTE-AAAA
              MOVE WS-VNC-MM                   TO WS-DTE-MM
              MOVE WS-VNC-DD                   TO WS-DTE-DD
              MOVE 'FERIAS-AQ'                 TO EVF-TIPO
              PERFORM GRAVA-EVENTO-FOLHA
           END-IF.
              ADD 1                            TO WS-QTD-EVENTOS
              MOVE WS-MES-LIMITE               TO
                   WS-EVE-MES(WS-QTD-EVENTOS)
              MOVE WS-VNC-DD                   TO
                   WS-EVE-DIA(WS-QTD-EVENTOS)
              MOVE FUN-MATRICULA               TO
                   WS-EVE-MATR(WS-QTD-EVENTOS)
                   WS-EVE-VALOR(WS-QTD-EVENTOS)
              MOVE WS-ANO-PEDIDO               TO WS-DTE-AAAA
              MOVE WS-MES-LIMITE               TO WS-DTE-MM
              MOVE WS-VNC-DD                   TO WS-DTE-DD
              MOVE 'FERIAS-LIM'                TO EVF-TIPO
              PERFORM GRAVA-EVENTO-FOLHA
           END-IF.
