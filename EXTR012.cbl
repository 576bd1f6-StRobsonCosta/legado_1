      *  at the offending account, and every attempt - accepted or     *
      *  refused - leaves the same CONTAS_AUDIT trail EXTR006 keeps    *
      *  for maintenance.                                              *
      *  A transfer above the TRF1 threshold on LIMITES_APROVACAO      *
      *  (function 'T') is not posted: once every check has passed     *
      *  it is parked on APROVACOES_PENDENTES and answered with        *
      *  status 'P'. A supervisor approving it through APR1 (EXTR032)  *
      *  LINKs back here with CT-ID-APROVACAO set, and the very same   *
      *  checks and posting run then, under the checker's id.          *
      *================================================================*

       ENVIRONMENT DIVISION.
            ==CT-CONTA-DEBITO==        BY ==WT-CONTA-DEBITO==
            ==CT-CONTA-CREDITO==       BY ==WT-CONTA-CREDITO==
            ==CT-VALOR==               BY ==WT-VALOR==
            ==CT-ID-APROVACAO==        BY ==WT-ID-APROVACAO==
            ==CT-SAIDA==               BY ==WT-SAIDA==
            ==CT-STATUS==              BY ==WT-STATUS==
            ==CT-STATUS-OK==           BY ==WT-STATUS-OK==
            ==CT-STATUS-RECUSADO==     BY ==WT-STATUS-RECUSADO==
            ==CT-STATUS-ERRO==         BY ==WT-STATUS-ERRO==
            ==CT-STATUS-PENDENTE==     BY ==WT-STATUS-PENDENTE==
            ==CT-SQLCODE-ERRO==        BY ==WT-SQLCODE-ERRO==
            ==CT-MOTIVO==              BY ==WT-MOTIVO==
            ==CT-MOTIVO-OK==           BY ==WT-MOTIVO-OK==
                BY ==WT-MOTIVO-FUNDOS-BLOQUEADOS==
            ==CT-MOTIVO-CONTA-DORMENTE==
                BY ==WT-MOTIVO-CONTA-DORMENTE==
            ==CT-MOTIVO-AGUARDA-APROVACAO==
                BY ==WT-MOTIVO-AGUARDA-APROVACAO==
            ==CT-MOTIVO-APROVACAO-INVALIDA==
                BY ==WT-MOTIVO-APROVACAO-INVALIDA==
            ==CT-LADO-RECUSA==         BY ==WT-LADO-RECUSA==
            ==CT-RECUSA-DEBITO==       BY ==WT-RECUSA-DEBITO==
            ==CT-RECUSA-CREDITO==      BY ==WT-RECUSA-CREDITO==
            ==CT-ID-PENDENCIA==        BY ==WT-ID-PENDENCIA==.

       EXEC SQL
          BEGIN DECLARE SECTION
       01 :TOTAL-BLOQUEADO  DECIMAL(15,2).
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
               MOVE WT-COMMAREA TO DFHCOMMAREA
               EXEC CICS RETURN
               END-EXEC
           ELSE
               EXEC CICS RETURN
                    TRANSID('TRF1')
                    COMMAREA(WT-COMMAREA)
                    LENGTH(LENGTH OF WT-COMMAREA)
               END-EXEC
           END-IF.

           STOP RUN.

               MOVE SPACES TO WT-CONTA-DEBITO
               MOVE SPACES TO WT-CONTA-CREDITO
               MOVE 0      TO WT-VALOR
               MOVE 0      TO WT-ID-APROVACAO
           ELSE
               MOVE CT-CONTA-DEBITO  TO WT-CONTA-DEBITO
               MOVE CT-CONTA-CREDITO TO WT-CONTA-CREDITO
               MOVE CT-VALOR         TO WT-VALOR
               MOVE CT-ID-APROVACAO  TO WT-ID-APROVACAO
           END-IF

           SET WT-STATUS-OK TO TRUE
           MOVE 0 TO WT-SQLCODE-ERRO
           SET WT-MOTIVO-OK TO TRUE
           MOVE SPACE TO WT-LADO-RECUSA
           MOVE 0 TO WT-ID-PENDENCIA.

       VALIDAR-ENTRADA.

      *    amount, or onto the source account itself is refused
      *    before a single row is read.
           EVALUATE TRUE
      *        Only APR1 may present an approved item - from the
      *        screen an approval id would be a way round the
      *        supervisor.
               WHEN WT-ID-APROVACAO NOT = 0
                    AND EIBTRNID NOT = 'APR1'
                   SET WT-STATUS-RECUSADO TO TRUE
                   SET WT-MOTIVO-APROVACAO-INVALIDA TO TRUE
               WHEN WT-CONTA-DEBITO = SPACES
                   PERFORM RECUSAR-CONTA-DEB-INVALIDA
               WHEN WT-CONTA-DEBITO IS NOT NUMERIC
               PERFORM VALIDAR-CONTA-CREDITO
           END-IF

           IF WT-STATUS-OK AND WT-ID-APROVACAO = 0
               PERFORM VERIFICAR-ALCADA
           END-IF

           IF WT-STATUS-OK
               PERFORM POSTAR-LADO-DEBITO
           END-IF
                   SET WT-MOTIVO-CONTA-DORMENTE TO TRUE
           END-EVALUATE.

       VERIFICAR-ALCADA.

      *    Above the function's threshold one operator is not
      *    enough: the transfer, already checked in full, waits on
      *    APROVACOES_PENDENTES for a second pair of eyes. No row
      *    for the function means no threshold.
           EXEC SQL
               SELECT VALOR_LIMITE
               INTO :LIMITE-ALCADA
               FROM LIMITES_APROVACAO
               WHERE FUNCAO = 'T'
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN SQLCODE < 0
                   PERFORM REPORTAR-ERRO-SQL
               WHEN WT-VALOR > LIMITE-ALCADA
                   PERFORM REGISTRAR-PENDENCIA
           END-EVALUATE.

       REGISTRAR-PENDENCIA.

      *    The item belongs to the branch of the account the money
      *    leaves - that branch's supervisor decides it.
           MOVE EIBOPID  TO WS-OPERADOR
           MOVE EIBTRMID TO WS-TERMINAL
           MOVE WT-VALOR TO VALOR-MOV

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
                        CONTA_DESTINO, SEQ_MOVTO, VALOR, SITUACAO,
                        OPERADOR_SOLIC, TERMINAL_SOLIC,
                        DATA_HORA_SOLIC)
                   SELECT :ID-PEND, 'T', AGENCIA, CONTA,
                          :CONTA-CRED, 0, :VALOR-MOV, 'P',
                          :WS-OPERADOR, :WS-TERMINAL,
                          CURRENT TIMESTAMP
                   FROM CONTAS
                   WHERE CONTA = :CONTA-DEB
               END-EXEC

               IF SQLCODE < 0
                   PERFORM REPORTAR-ERRO-SQL
               ELSE
                   SET WT-STATUS-PENDENTE TO TRUE
                   SET WT-MOTIVO-AGUARDA-APROVACAO TO TRUE
                   MOVE ID-PEND TO WT-ID-PENDENCIA
               END-IF
           END-IF.

       POSTAR-LADO-DEBITO.

           MOVE CONTA-DEB TO CONTA-TRF
           COMPUTE VALOR-MOV = 0 - WT-VALOR
           MOVE '301' TO COD-HIST
           MOVE SPACES TO DESC-MOV
           STRING 'TRANSF PARA CONTA ' CONTA-CRED
               DELIMITED BY SIZE INTO DESC-MOV

           MOVE CONTA-CRED TO CONTA-TRF
           MOVE WT-VALOR TO VALOR-MOV
           MOVE '302' TO COD-HIST
           MOVE SPACES TO DESC-MOV
           STRING 'TRANSF DA CONTA ' CONTA-DEB
               DELIMITED BY SIZE INTO DESC-MOV

           COMPUTE SALDO-APOS-MOV = SALDO-ANTERIOR + VALOR-MOV

      *    COD_HISTORICO says which program posted the line and what
      *    it is, DATA_CONTABIL the day it hit CONTAS.SALDO - the
      *    two keys EXTR034 summarizes the day into the ledger by.
           EXEC SQL
               INSERT INTO EXTRATOS
                   (CONTA, DATA, DESCRICAO, VALOR, SEQ_EXTRATO,
                    SALDO_APOS, COD_HISTORICO, DATA_CONTABIL)
               VALUES
                   (:CONTA-TRF, CURRENT DATE, :DESC-MOV,
                    :VALOR-MOV, :SEQ-MOV, :SALDO-APOS-MOV,
                    :COD-HIST, CURRENT DATE)
           END-EXEC

           IF SQLCODE < 0
