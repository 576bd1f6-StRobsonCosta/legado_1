      *  carries back the outcome, the hold id (assigned on place,     *
      *  required on release) and the account's total actively held    *
      *  amount after the call so the screen can show what is left     *
      *  spendable. A hold EXTR031 placed for a court order is only    *
      *  released by the court's own instruction, never from BLQ1.     *
      *================================================================*
       01 DFHCOMMAREA.
          05 CB-ENTRADA.
                88 CB-MOTIVO-RAZAO-VAZIA      VALUE '06'.
                88 CB-MOTIVO-BLOQ-NAO-EXISTE  VALUE '07'.
                88 CB-MOTIVO-JA-LIBERADO      VALUE '08'.
                88 CB-MOTIVO-BLOQUEIO-JUDICIAL VALUE '09'.
             10 CB-VALOR-BLOQUEADO    PIC S9(9)V99.
