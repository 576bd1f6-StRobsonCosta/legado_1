      *  reversal was refused and CE-SEQ-ESTORNO the sequence the      *
      *  offsetting movement was posted under, so the screen can       *
      *  point the operator at the new statement line.                 *
      *  A reversal above the EST1 threshold on LIMITES_APROVACAO is   *
      *  not posted but parked on APROVACOES_PENDENTES for a           *
      *  supervisor (APR1) to decide: CE-STATUS 'P' and                *
      *  CE-ID-PENDENCIA tell the operator which item to quote.        *
      *  CE-ID-APROVACAO is zero from the screen; APR1 fills it when   *
      *  it runs an approved item through this same posting.           *
      *================================================================*
       01 DFHCOMMAREA.
          05 CE-ENTRADA.
             10 CE-CONTA              PIC X(10).
             10 CE-DATA               PIC X(10).
             10 CE-SEQ                PIC S9(9) COMP.
             10 CE-ID-APROVACAO       PIC S9(9) COMP.
          05 CE-SAIDA.
             10 CE-STATUS             PIC X(01).
                88 CE-STATUS-OK           VALUE ' '.
                88 CE-STATUS-RECUSADO     VALUE 'R'.
                88 CE-STATUS-ERRO         VALUE 'E'.
                88 CE-STATUS-PENDENTE     VALUE 'P'.
             10 CE-SQLCODE-ERRO       PIC S9(8) COMP.
             10 CE-MOTIVO             PIC X(02).
                88 CE-MOTIVO-OK               VALUE '  '.
                88 CE-MOTIVO-MOVTO-E-ESTORNO  VALUE '08'.
                88 CE-MOTIVO-CONTA-DORMENTE   VALUE '09'.
                88 CE-MOTIVO-NAO-ESTORNAVEL   VALUE '10'.
                88 CE-MOTIVO-AGUARDA-APROVACAO VALUE '11'.
                88 CE-MOTIVO-APROVACAO-INVALIDA VALUE '12'.
             10 CE-SEQ-ESTORNO        PIC S9(9) COMP.
             10 CE-ID-PENDENCIA       PIC S9(9) COMP.
