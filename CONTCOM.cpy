      *  CM-LIMITE is the overdraft limit - how far below zero the     *
      *  balance may go - carried on an open ('A') and on a limit      *
      *  change ('L'); the other functions ignore it.                  *
      *  A limit raised above the CON1 'L' threshold on                *
      *  LIMITES_APROVACAO is not applied but parked on                *
      *  APROVACOES_PENDENTES for a supervisor (APR1) to decide:       *
      *  CM-STATUS 'P' and CM-ID-PENDENCIA tell the operator which     *
      *  item to quote. CM-ID-APROVACAO is zero from the screen; APR1  *
      *  fills it when it runs an approved item through this program.  *
      *  Function 'F' asks for an account to be closed with money in   *
      *  it: CM-TIPO-DESTINO says where the balance left after the     *
      *  final interest and fees goes - another of our accounts        *
      *  (CM-CONTA-DESTINO) or a cashier's cheque - and the request    *
      *  is queued on ENCERRAMENTOS for the overnight settlement       *
      *  (EXTR035); CM-ID-ENCERRAMENTO is the number to quote.         *
      *================================================================*
       01 DFHCOMMAREA.
          05 CM-ENTRADA.
                88 CM-FUNCAO-LIMITE       VALUE 'L'.
                88 CM-FUNCAO-ENTREGA      VALUE 'P'.
                88 CM-FUNCAO-REATIVAR     VALUE 'R'.
                88 CM-FUNCAO-SOLICITAR-ENCERRAMENTO VALUE 'F'.
             10 CM-CONTA              PIC X(10).
             10 CM-TITULAR            PIC X(40).
             10 CM-AGENCIA            PIC X(04).
             10 CM-PREF-ENTREGA       PIC X(01).
                88 CM-ENTREGA-PAPEL       VALUE 'P'.
                88 CM-ENTREGA-ELETRONICA  VALUE 'E'.
             10 CM-ID-APROVACAO       PIC S9(9) COMP.
             10 CM-TIPO-DESTINO       PIC X(01).
                88 CM-DESTINO-CONTA       VALUE 'C'.
                88 CM-DESTINO-CHEQUE-ADM  VALUE 'Q'.
             10 CM-CONTA-DESTINO      PIC X(10).
          05 CM-SAIDA.
             10 CM-STATUS             PIC X(01).
                88 CM-STATUS-OK           VALUE ' '.
                88 CM-STATUS-RECUSADO     VALUE 'R'.
                88 CM-STATUS-ERRO         VALUE 'E'.
                88 CM-STATUS-PENDENTE     VALUE 'P'.
             10 CM-SQLCODE-ERRO       PIC S9(8) COMP.
             10 CM-MOTIVO             PIC X(02).
                88 CM-MOTIVO-OK               VALUE '  '.
                88 CM-MOTIVO-LIMITE-INVALIDO  VALUE '10'.
                88 CM-MOTIVO-ENTREGA-INVALIDA VALUE '11'.
                88 CM-MOTIVO-NAO-DORMENTE     VALUE '12'.
                88 CM-MOTIVO-AGUARDA-APROVACAO VALUE '13'.
                88 CM-MOTIVO-APROVACAO-INVALIDA VALUE '14'.
                88 CM-MOTIVO-DESTINO-INVALIDO VALUE '15'.
                88 CM-MOTIVO-BLOQUEIO-JUDICIAL VALUE '16'.
                88 CM-MOTIVO-ENCERRAMENTO-PENDENTE VALUE '17'.
                88 CM-MOTIVO-SALDO-DEVEDOR    VALUE '18'.
             10 CM-SITUACAO-ATUAL     PIC X(01).
                88 CM-CONTA-ATIVA         VALUE 'A'.
                88 CM-CONTA-BLOQUEADA     VALUE 'B'.
                88 CM-CONTA-ENCERRADA     VALUE 'E'.
                88 CM-CONTA-DORMENTE      VALUE 'D'.
             10 CM-ID-PENDENCIA       PIC S9(9) COMP.
             10 CM-ID-ENCERRAMENTO    PIC S9(9) COMP.
