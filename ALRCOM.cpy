      *================================================================*
      *  ALRCOM                                                        *
      *  COMMAREA layout for transaction ALR1 / program EXTR025, the   *
      *  compliance desk's decision on a suspicious-movement case      *
      *  EXTR024 opened on ALERTAS_MONITOR. CV-ENTRADA carries the     *
      *  case id, the decision - dismiss ('D') or report to the        *
      *  regulator ('R') - and the analyst's justification, which the  *
      *  case keeps for as long as the case is kept. CV-SAIDA carries  *
      *  back the outcome and the case's account, rule, holder         *
      *  document, movement count and volume so the screen can show    *
      *  what was decided on.                                          *
      *================================================================*
       01 DFHCOMMAREA.
          05 CV-ENTRADA.
             10 CV-ID-ALERTA          PIC S9(9) COMP.
             10 CV-DECISAO            PIC X(01).
                88 CV-DECISAO-DESCARTAR   VALUE 'D'.
                88 CV-DECISAO-REPORTAR    VALUE 'R'.
             10 CV-JUSTIFICATIVA      PIC X(60).
          05 CV-SAIDA.
             10 CV-STATUS             PIC X(01).
                88 CV-STATUS-OK           VALUE ' '.
                88 CV-STATUS-RECUSADO     VALUE 'R'.
                88 CV-STATUS-ERRO         VALUE 'E'.
             10 CV-SQLCODE-ERRO       PIC S9(8) COMP.
             10 CV-MOTIVO             PIC X(02).
                88 CV-MOTIVO-OK                 VALUE '  '.
                88 CV-MOTIVO-DECISAO-INVALIDA   VALUE '01'.
                88 CV-MOTIVO-JUSTIF-VAZIA       VALUE '02'.
                88 CV-MOTIVO-CASO-NAO-EXISTE    VALUE '03'.
                88 CV-MOTIVO-CASO-JA-DECIDIDO   VALUE '04'.
             10 CV-CONTA              PIC X(10).
             10 CV-REGRA              PIC X(02).
             10 CV-DOCUMENTO          PIC X(14).
             10 CV-QTD-MOVTOS         PIC S9(9) COMP.
             10 CV-VALOR-TOTAL        PIC S9(11)V99.
