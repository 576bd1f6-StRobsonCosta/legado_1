               INSERT INTO EXTRATOS_ARQ
                   (CONTA, DATA, DESCRICAO, VALOR, SEQ_EXTRATO,
                    SALDO_APOS, DATA_ORIGEM, SEQ_ORIGEM,
                    COD_HISTORICO, DATA_CONTABIL, NUM_CHEQUE,
                    DATA_ARQUIVO)
               SELECT CONTA, DATA, DESCRICAO, VALOR, SEQ_EXTRATO,
                      SALDO_APOS, DATA_ORIGEM, SEQ_ORIGEM,
                      COD_HISTORICO, DATA_CONTABIL, NUM_CHEQUE,
                      CURRENT DATE
               FROM EXTRATOS
               WHERE CONTA = :CONTA-BATCH
      *    the archived sum as its VALOR and the balance after the
      *    last archived movement as its SALDO_APOS. The fixed
      *    DESCRICAO is what the driver and the statement programs
      *    recognize the anchor by. It carries its own COD_HISTORICO
      *    but no DATA_CONTABIL: the anchor only stands for movements
      *    that already reached CONTAS.SALDO years ago, so it must
      *    never enter a day's ledger movement (EXTR034).
           EXEC SQL
               INSERT INTO EXTRATOS
                   (CONTA, DATA, DESCRICAO, VALOR, SEQ_EXTRATO,
                    SALDO_APOS, COD_HISTORICO)
               VALUES
                   (:CONTA-BATCH, DATE(:DATA-ULTIMO),
                    'SALDO TRANSPORTADO P/ ARQUIVO',
                    :SOMA-ARQUIVADA, :SEQ-ULTIMO, :SALDO-ULTIMO,
                    '901')
           END-EXEC

           IF SQLCODE < 0
