      *================================================================*
      *  TEDCOM                                                        *
      *  COMMAREA layout for transaction TED1 / program EXTR027, the   *
      *  outbound interbank transfer sibling of TRF1. CD-ENTRADA       *
      *  carries the account to debit, the destination bank (COMPE     *
      *  code), branch and account at that bank, the beneficiary's     *
      *  document and name, and the amount; CD-SAIDA carries back      *
      *  the outcome - CD-MOTIVO says exactly why a transfer was       *
      *  refused, with the account-side reasons numbered the way       *
      *  TRF1 numbers them - and, for an accepted transfer, the id it  *
      *  was queued under for the clearing-house remittance and the    *
      *  sequence of the debit on today's statement.                   *
      *================================================================*
       01 DFHCOMMAREA.
          05 CD-ENTRADA.
             10 CD-CONTA-DEBITO       PIC X(10).
             10 CD-BANCO-DEST         PIC X(03).
             10 CD-AGENCIA-DEST       PIC X(04).
             10 CD-CONTA-DEST         PIC X(13).
             10 CD-DOCUMENTO-BENEF    PIC X(14).
             10 CD-NOME-BENEF         PIC X(40).
             10 CD-VALOR              PIC S9(9)V99.
          05 CD-SAIDA.
             10 CD-STATUS             PIC X(01).
                88 CD-STATUS-OK           VALUE ' '.
                88 CD-STATUS-RECUSADO     VALUE 'R'.
                88 CD-STATUS-ERRO         VALUE 'E'.
             10 CD-SQLCODE-ERRO       PIC S9(8) COMP.
             10 CD-MOTIVO             PIC X(02).
                88 CD-MOTIVO-OK               VALUE '  '.
                88 CD-MOTIVO-CONTA-INVALIDA   VALUE '01'.
                88 CD-MOTIVO-CONTA-NAO-EXISTE VALUE '02'.
                88 CD-MOTIVO-CONTA-BLOQUEADA  VALUE '03'.
                88 CD-MOTIVO-CONTA-ENCERRADA  VALUE '04'.
                88 CD-MOTIVO-VALOR-INVALIDO   VALUE '05'.
                88 CD-MOTIVO-BANCO-INVALIDO   VALUE '06'.
                88 CD-MOTIVO-EXCEDE-LIMITE    VALUE '07'.
                88 CD-MOTIVO-FUNDOS-BLOQUEADOS VALUE '08'.
                88 CD-MOTIVO-CONTA-DORMENTE   VALUE '09'.
                88 CD-MOTIVO-DESTINO-INVALIDO VALUE '10'.
                88 CD-MOTIVO-DOCUMENTO-INVALIDO VALUE '11'.
                88 CD-MOTIVO-NOME-VAZIO       VALUE '12'.
             10 CD-ID-TED             PIC S9(9) COMP.
             10 CD-SEQ-DEBITO         PIC S9(9) COMP.
