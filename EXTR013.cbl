      *  be reversed. This replaces the ad-hoc SQL corrections that    *
      *  putting CONTAS maintenance behind EXTR006 was meant to end,   *
      *  so every attempt leaves the same CONTAS_AUDIT trail.          *
      *  A reversal whose amount is above the EST1 threshold on        *
      *  LIMITES_APROVACAO (function 'S') is not posted: once every    *
      *  check has passed it is parked on APROVACOES_PENDENTES and     *
      *  answered with status 'P'. A supervisor approving it through   *
      *  APR1 (EXTR032) LINKs back here with CE-ID-APROVACAO set, and  *
      *  the very same checks and posting run then.                    *
      *================================================================*

       ENVIRONMENT DIVISION.
            ==CE-CONTA==               BY ==WE-CONTA==
            ==CE-DATA==                BY ==WE-DATA==
            ==CE-SEQ==                 BY ==WE-SEQ==
            ==CE-ID-APROVACAO==        BY ==WE-ID-APROVACAO==
            ==CE-SAIDA==               BY ==WE-SAIDA==
            ==CE-STATUS==              BY ==WE-STATUS==
            ==CE-STATUS-OK==           BY ==WE-STATUS-OK==
            ==CE-STATUS-RECUSADO==     BY ==WE-STATUS-RECUSADO==
            ==CE-STATUS-ERRO==         BY ==WE-STATUS-ERRO==
            ==CE-STATUS-PENDENTE==     BY ==WE-STATUS-PENDENTE==
            ==CE-SQLCODE-ERRO==        BY ==WE-SQLCODE-ERRO==
            ==CE-MOTIVO==              BY ==WE-MOTIVO==
            ==CE-MOTIVO-OK==           BY ==WE-MOTIVO-OK==
                BY ==WE-MOTIVO-CONTA-DORMENTE==
            ==CE-MOTIVO-NAO-ESTORNAVEL==
                BY ==WE-MOTIVO-NAO-ESTORNAVEL==
            ==CE-MOTIVO-AGUARDA-APROVACAO==
                BY ==WE-MOTIVO-AGUARDA-APROVACAO==
            ==CE-MOTIVO-APROVACAO-INVALIDA==
                BY ==WE-MOTIVO-APROVACAO-INVALIDA==
            ==CE-SEQ-ESTORNO==         BY ==WE-SEQ-ESTORNO==
            ==CE-ID-PENDENCIA==        BY ==WE-ID-PENDENCIA==.

       EXEC SQL
          BEGIN DECLARE SECTION
       01 :DIAS-IDADE       PIC S9(9) COMP.
       01 :VALOR-MOV        DECIMAL(15,2).
       01 :DESC-MOV         PIC X(100).
       01 :COD-HIST         PIC X(03).
       01 :SEQ-MOV          PIC S9(9) COMP.
       01 :SALDO-ANTERIOR   DECIMAL(15,2).
       01 :SALDO-APOS-MOV   DECIMAL(15,2).
       01 :FUNCAO-AUD       PIC X(01).
       01 :MOTIVO-AUD       PIC X(02).
       01 :LIMITE-ALCADA    DECIMAL(15,2).
       01 :ID-PEND          PIC S9(9) COMP.
       EXEC SQL
          END DECLARE SECTION
       END-EXEC.

           PERFORM GRAVAR-AUDITORIA

      *    Run for an approved item, this program was LINKed from
      *    APR1's task and answers APR1, not the terminal.
           IF EIBTRNID = 'APR1'
               MOVE WE-COMMAREA TO DFHCOMMAREA
               EXEC CICS RETURN
               END-EXEC
           ELSE
               EXEC CICS RETURN
                    TRANSID('EST1')
                    COMMAREA(WE-COMMAREA)
                    LENGTH(LENGTH OF WE-COMMAREA)
               END-EXEC
           END-IF.

           STOP RUN.

               MOVE SPACES TO WE-CONTA
               MOVE SPACES TO WE-DATA
               MOVE 0      TO WE-SEQ
               MOVE 0      TO WE-ID-APROVACAO
           ELSE
               MOVE CE-CONTA        TO WE-CONTA
               MOVE CE-DATA         TO WE-DATA
               MOVE CE-SEQ          TO WE-SEQ
               MOVE CE-ID-APROVACAO TO WE-ID-APROVACAO
           END-IF

           SET WE-STATUS-OK TO TRUE
           MOVE 0 TO WE-SQLCODE-ERRO
           SET WE-MOTIVO-OK TO TRUE
           MOVE 0 TO WE-SEQ-ESTORNO
           MOVE 0 TO WE-ID-PENDENCIA.

       VALIDAR-ENTRADA.

           EVALUATE TRUE
      *        Only APR1 may present an approved item - from the
      *        screen an approval id would be a way round the
      *        supervisor.
               WHEN WE-ID-APROVACAO NOT = 0
                    AND EIBTRNID NOT = 'APR1'
                   SET WE-STATUS-RECUSADO TO TRUE
                   SET WE-MOTIVO-APROVACAO-INVALIDA TO TRUE
               WHEN WE-CONTA = SPACES
                   SET WE-STATUS-RECUSADO TO TRUE
                   SET WE-MOTIVO-CONTA-INVALIDA TO TRUE
               PERFORM VERIFICAR-JA-ESTORNADO
           END-IF

           IF WE-STATUS-OK AND WE-ID-APROVACAO = 0
               PERFORM VERIFICAR-ALCADA
           END-IF

           IF WE-STATUS-OK
               PERFORM POSTAR-ESTORNO
           END-IF.
      *    not a movement but the sum of an entire archived history,
      *    and one keystroke reversing it would offset that whole
      *    sum, move CONTAS.SALDO by it and break the SALDO_APOS
      *    chain and EXTR003's reconciliation in one go. So are the
      *    debits whose money has already left the bank through
      *    another channel, which a reversal would hand back to the
      *    customer a second time: a TED debit (701), whose
      *    TED_SAIDA row EXTR028 sends regardless; an inward-cleared
      *    cheque (Q01), paid to the presenting bank and recorded on
      *    CHEQUES_COMPENSADOS; and a court transfer (801), already
      *    credited to the judicial-deposit account. Those are
      *    undone by the clearing house or the court, never by EST1.
           EXEC SQL
               SELECT VALOR, DESCRICAO, COALESCE(SEQ_ORIGEM, 0),
                      COALESCE(COD_HISTORICO, ' ')
               INTO :VALOR-ORIG, :DESC-ORIG, :SEQ-ORIG-LINK,
                    :COD-HIST
               FROM EXTRATOS
               WHERE CONTA = :CONTA-EST
                 AND DATA = DATE(:DATA-EST)
               WHEN DESC-ORIG = 'SALDO TRANSPORTADO P/ ARQUIVO'
                   SET WE-STATUS-RECUSADO TO TRUE
                   SET WE-MOTIVO-NAO-ESTORNAVEL TO TRUE
               WHEN COD-HIST = '701' OR COD-HIST = 'Q01'
                    OR COD-HIST = '801'
                   SET WE-STATUS-RECUSADO TO TRUE
                   SET WE-MOTIVO-NAO-ESTORNAVEL TO TRUE
           END-EVALUATE.

       VERIFICAR-JA-ESTORNADO.
                   SET WE-MOTIVO-JA-ESTORNADO TO TRUE
           END-EVALUATE.

       VERIFICAR-ALCADA.

      *    A reversal moves the movement's whole amount whichever
      *    way it went, so the threshold is held against its size.
      *    Above it the reversal, already checked in full, waits on
      *    APROVACOES_PENDENTES for a second pair of eyes. No row
      *    for the function means no threshold.
           IF VALOR-ORIG < 0
               COMPUTE VALOR-MOV = 0 - VALOR-ORIG
           ELSE
               MOVE VALOR-ORIG TO VALOR-MOV
           END-IF

           EXEC SQL
               SELECT VALOR_LIMITE
               INTO :LIMITE-ALCADA
               FROM LIMITES_APROVACAO
               WHERE FUNCAO = 'S'
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN SQLCODE < 0
                   PERFORM REPORTAR-ERRO-SQL
               WHEN VALOR-MOV > LIMITE-ALCADA
                   PERFORM REGISTRAR-PENDENCIA
           END-EVALUATE.

       REGISTRAR-PENDENCIA.

           MOVE EIBOPID  TO WS-OPERADOR
           MOVE EIBTRMID TO WS-TERMINAL

           EXEC SQL
               SELECT COALESCE(MAX(ID_PENDENCIA), 0) + 1
               INTO :ID-PEND
               FROM APROVACOES_PENDENTES
           END-EXEC

           IF SQLCODE < 0
               PERFORM REPORTAR-ERRO-SQL
           ELSE
               EXEC SQL
                   INSERT INTO APROVACOES_PENDENTES
                       (ID_PENDENCIA, FUNCAO, AGENCIA, CONTA,
                        CONTA_DESTINO, DATA_MOVTO, SEQ_MOVTO, VALOR,
                        SITUACAO, OPERADOR_SOLIC, TERMINAL_SOLIC,
                        DATA_HORA_SOLIC)
                   SELECT :ID-PEND, 'S', AGENCIA, CONTA,
                          ' ', DATE(:DATA-EST), :SEQ-EST, :VALOR-MOV,
                          'P', :WS-OPERADOR, :WS-TERMINAL,
                          CURRENT TIMESTAMP
                   FROM CONTAS
                   WHERE CONTA = :CONTA-EST
               END-EXEC

               IF SQLCODE < 0
                   PERFORM REPORTAR-ERRO-SQL
               ELSE
                   SET WE-STATUS-PENDENTE TO TRUE
                   SET WE-MOTIVO-AGUARDA-APROVACAO TO TRUE
                   MOVE ID-PEND TO WE-ID-PENDENCIA
               END-IF
           END-IF.

       POSTAR-ESTORNO.

           COMPUTE VALOR-MOV = 0 - VALOR-ORIG
           IF VALOR-MOV < 0
               MOVE '401' TO COD-HIST
           ELSE
               MOVE '402' TO COD-HIST
           END-IF

           MOVE SEQ-EST TO WS-SEQ-ED
           MOVE SPACES TO DESC-MOV

           COMPUTE SALDO-APOS-MOV = SALDO-ANTERIOR + VALOR-MOV

      *    COD_HISTORICO says which program posted the line and what
      *    it is, DATA_CONTABIL the day it hit CONTAS.SALDO - the
      *    two keys EXTR034 summarizes the day into the ledger by.
           EXEC SQL
               INSERT INTO EXTRATOS
                   (CONTA, DATA, DESCRICAO, VALOR, SEQ_EXTRATO,
                    SALDO_APOS, DATA_ORIGEM, SEQ_ORIGEM,
                    COD_HISTORICO, DATA_CONTABIL)
               VALUES
                   (:CONTA-EST, CURRENT DATE, :DESC-MOV,
                    :VALOR-MOV, :SEQ-MOV, :SALDO-APOS-MOV,
                    DATE(:DATA-EST), :SEQ-EST,
                    :COD-HIST, CURRENT DATE)
           END-EXEC

           IF SQLCODE < 0
