      *================================================================*
      *  CHQCOM                                                        *
      *  COMMAREA layout for transaction CHQ1 / program EXTR037, the   *
      *  cheque counter facility. CQ-ENTRADA carries the function      *
      *  (issue a cheque book, register a stop-payment, lift one),     *
      *  the account, the number of leaves for a new book, the         *
      *  cheque number range a stop covers (NUM-FINAL zero means the   *
      *  single cheque NUM-INICIAL), the kind of stop and its reason   *
      *  text, and - to lift a stop - the stop id. CQ-SAIDA carries    *
      *  back the outcome, the book id, and on an issue the range of   *
      *  numbers the new book was given in CQ-NUM-INICIAL and          *
      *  CQ-NUM-FINAL; a stop registered comes back with its id in     *
      *  CQ-ID-SUSTACAO, the one the branch quotes to lift it.         *
      *================================================================*
       01 DFHCOMMAREA.
          05 CQ-ENTRADA.
             10 CQ-FUNCAO             PIC X(01).
                88 CQ-FUNCAO-TALAO        VALUE 'T'.
                88 CQ-FUNCAO-SUSTAR       VALUE 'S'.
                88 CQ-FUNCAO-LIBERAR      VALUE 'L'.
             10 CQ-CONTA              PIC X(10).
             10 CQ-QTD-FOLHAS         PIC S9(4) COMP.
             10 CQ-NUM-INICIAL        PIC 9(06).
             10 CQ-NUM-FINAL          PIC 9(06).
             10 CQ-TIPO-SUSTACAO      PIC X(01).
                88 CQ-SUSTACAO-SIMPLES    VALUE 'S'.
                88 CQ-SUSTACAO-ROUBO      VALUE 'R'.
             10 CQ-MOTIVO-DESC        PIC X(60).
             10 CQ-ID-SUSTACAO        PIC S9(9) COMP.
          05 CQ-SAIDA.
             10 CQ-STATUS             PIC X(01).
                88 CQ-STATUS-OK           VALUE ' '.
                88 CQ-STATUS-RECUSADO     VALUE 'R'.
                88 CQ-STATUS-ERRO         VALUE 'E'.
             10 CQ-SQLCODE-ERRO       PIC S9(8) COMP.
             10 CQ-MOTIVO             PIC X(02).
                88 CQ-MOTIVO-OK               VALUE '  '.
                88 CQ-MOTIVO-FUNCAO-INVALIDA  VALUE '01'.
                88 CQ-MOTIVO-CONTA-INVALIDA   VALUE '02'.
                88 CQ-MOTIVO-CONTA-NAO-EXISTE VALUE '03'.
                88 CQ-MOTIVO-CONTA-ENCERRADA  VALUE '04'.
                88 CQ-MOTIVO-CONTA-NAO-ATIVA  VALUE '05'.
                88 CQ-MOTIVO-QTD-INVALIDA     VALUE '06'.
                88 CQ-MOTIVO-NUMERACAO-ESGOT  VALUE '07'.
                88 CQ-MOTIVO-FAIXA-INVALIDA   VALUE '08'.
                88 CQ-MOTIVO-NAO-EMITIDO      VALUE '09'.
                88 CQ-MOTIVO-JA-PAGO          VALUE '10'.
                88 CQ-MOTIVO-JA-SUSTADO       VALUE '11'.
                88 CQ-MOTIVO-TIPO-INVALIDO    VALUE '12'.
                88 CQ-MOTIVO-RAZAO-VAZIA      VALUE '13'.
                88 CQ-MOTIVO-SUST-NAO-EXISTE  VALUE '14'.
                88 CQ-MOTIVO-JA-LIBERADA      VALUE '15'.
             10 CQ-ID-TALAO           PIC S9(9) COMP.
