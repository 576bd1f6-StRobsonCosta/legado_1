      *  exactly why a transfer was refused and CT-LADO-RECUSA says    *
      *  on which side of the transfer the refusal happened, so the    *
      *  screen can point the teller at the right account.             *
      *  A transfer above the TRF1 threshold on LIMITES_APROVACAO is   *
      *  not posted but parked on APROVACOES_PENDENTES for a           *
      *  supervisor (APR1) to decide: CT-STATUS 'P' and                *
      *  CT-ID-PENDENCIA tell the teller which item to quote.          *
      *  CT-ID-APROVACAO is zero from the screen; APR1 fills it when   *
      *  it runs an approved item through this same posting.           *
      *================================================================*
       01 DFHCOMMAREA.
          05 CT-ENTRADA.
             10 CT-CONTA-DEBITO       PIC X(10).
             10 CT-CONTA-CREDITO      PIC X(10).
             10 CT-VALOR              PIC S9(9)V99.
             10 CT-ID-APROVACAO       PIC S9(9) COMP.
          05 CT-SAIDA.
             10 CT-STATUS             PIC X(01).
                88 CT-STATUS-OK           VALUE ' '.
                88 CT-STATUS-RECUSADO     VALUE 'R'.
                88 CT-STATUS-ERRO         VALUE 'E'.
                88 CT-STATUS-PENDENTE     VALUE 'P'.
             10 CT-SQLCODE-ERRO       PIC S9(8) COMP.
             10 CT-MOTIVO             PIC X(02).
                88 CT-MOTIVO-OK               VALUE '  '.
                88 CT-MOTIVO-EXCEDE-LIMITE    VALUE '07'.
                88 CT-MOTIVO-FUNDOS-BLOQUEADOS VALUE '08'.
                88 CT-MOTIVO-CONTA-DORMENTE   VALUE '09'.
                88 CT-MOTIVO-AGUARDA-APROVACAO VALUE '10'.
                88 CT-MOTIVO-APROVACAO-INVALIDA VALUE '11'.
             10 CT-LADO-RECUSA        PIC X(01).
                88 CT-RECUSA-DEBITO       VALUE 'D'.
                88 CT-RECUSA-CREDITO      VALUE 'C'.
             10 CT-ID-PENDENCIA       PIC S9(9) COMP.
