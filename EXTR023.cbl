      *  WS-MESES-DORMENCIA months is marked dormant - SITUACAO 'D',   *
      *  the state CON1's 'R' function reactivates at the counter.     *
      *  Fee postings ('TARIFA MANUTENCAO'), credit interest ('JUROS   *
      *  CREDITO'), the EXTR026 overdraft interest and IOF and the     *
      *  EXTR019 archive anchor do not count as                        *
      *  activity: the bank moving its own charges through an          *
      *  abandoned account is precisely what the regulator calls       *
      *  fee-farming. An account with no movement at all is left       *
      *  branch with balances the way EXTR008 groups its summary.      *
      *  Each marking leaves a CONTAS_AUDIT row (function 'M',         *
      *  operator 'BAT') so the state change is on the same trail      *
      *  every counter transition is, and queues the customer a        *
      *  notice on AVISOS_FILA (type 'DO') in the same unit of work -  *
      *  EXTR036 sends it - so the customer learns of the state        *
      *  before a card or a payment is refused.                        *
      *================================================================*

       ENVIRONMENT DIVISION.
       01 :MESES-DORMENCIA  PIC S9(9) COMP.
       01 :OPERADOR-AUD     PIC X(03).
       01 :TERMINAL-AUD     PIC X(04).
       01 :ID-AVISO         PIC S9(9) COMP.
       01 :ID-CTL           PIC S9(9) COMP.
       01 :RC-CTL           PIC S9(9) COMP.
       01 :QTD-CTL          PIC S9(9) COMP.
                             AND E.DESCRICAO NOT IN
                                 ('TARIFA MANUTENCAO',
                                  'JUROS CREDITO',
                                  'JUROS CHEQUE ESPECIAL',
                                  'IOF CHEQUE ESPECIAL',
                                  'SALDO TRANSPORTADO P/ ARQUIVO')),
                          0)
               FROM CONTAS C
                             AND E.DESCRICAO NOT IN
                                 ('TARIFA MANUTENCAO',
                                  'JUROS CREDITO',
                                  'JUROS CHEQUE ESPECIAL',
                                  'IOF CHEQUE ESPECIAL',
                                  'SALDO TRANSPORTADO P/ ARQUIVO')),
                          0)
               FROM CONTAS C
                        AND E1.DESCRICAO NOT IN
                            ('TARIFA MANUTENCAO',
                             'JUROS CREDITO',
                             'JUROS CHEQUE ESPECIAL',
                             'IOF CHEQUE ESPECIAL',
                             'SALDO TRANSPORTADO P/ ARQUIVO'))
                 AND NOT EXISTS
                     (SELECT 1 FROM EXTRATOS E2
                        AND E2.DESCRICAO NOT IN
                            ('TARIFA MANUTENCAO',
                             'JUROS CREDITO',
                             'JUROS CHEQUE ESPECIAL',
                             'IOF CHEQUE ESPECIAL',
                             'SALDO TRANSPORTADO P/ ARQUIVO'))
               ORDER BY C.AGENCIA, C.CONTA
           END-EXEC.
               PERFORM GRAVAR-AUDITORIA-DORMENCIA
           END-IF

           IF NOT WS-DEVE-PARAR
               PERFORM ENFILEIRAR-AVISO-DORMENCIA
           END-IF

           IF NOT WS-DEVE-PARAR
               EXEC SQL
                   COMMIT
               PERFORM ABANDONAR-CONTA
           END-IF.

       ENFILEIRAR-AVISO-DORMENCIA.

           EXEC SQL
               SELECT COALESCE(MAX(ID_AVISO), 0) + 1
               INTO :ID-AVISO
               FROM AVISOS_FILA
           END-EXEC

           IF SQLCODE < 0
               PERFORM ABANDONAR-CONTA
           ELSE
               EXEC SQL
                   INSERT INTO AVISOS_FILA
                       (ID_AVISO, CONTA, TIPO_AVISO, ID_REFERENCIA,
                        VALOR, ORIGEM, DATA_EVENTO, SITUACAO,
                        DATA_HORA_REG)
                   VALUES
                       (:ID-AVISO, :CONTA-DOR, 'DO', 0,
                        :SALDO-DOR, 'EXTR023', CURRENT DATE, 'P',
                        CURRENT TIMESTAMP)
               END-EXEC

               IF SQLCODE < 0
                   PERFORM ABANDONAR-CONTA
               END-IF
           END-IF.

       QUEBRAR-AGENCIA.

           IF WS-AGENCIA-EM-CURSO
