       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTR027.

      *================================================================*
      *  EXTR027                                                       *
      *  Counter transaction TED1, the outbound interbank sibling of   *
      *  TRF1. The customer's account is authorised exactly the way    *
      *  TRF1 authorises its debit side - on file, not blocked, not    *
      *  closed, not dormant, and the available balance after the     *
      *  transfer (SALDO minus the active BLOQUEIOS_VALOR holds) no    *
      *  lower than minus the overdraft limit - and, when it passes,   *
      *  the debit is posted as a real EXTRATOS row with SEQ_EXTRATO   *
      *  and SALDO_APOS struck as TRF1 strikes them, CONTAS.SALDO      *
      *  moves by the same delta, and the transfer is queued on        *
      *  TED_SAIDA (SITUACAO 'P') for EXTR028 to put on the next       *
      *  clearing-house remittance. Debit, balance and queue row go    *
      *  in one unit of work - an SQL failure anywhere backs all of    *
      *  it out through a syncpoint rollback. Every attempt, accepted  *
      *  or refused, leaves a CONTAS_AUDIT row, function 'X'.          *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-OPERADOR      PIC X(03).
       01 WS-TERMINAL      PIC X(04).

      *    Our own COMPE code - a transfer to our own bank is a TRF1,
      *    not a TED, and the clearing house would bounce it back.
       01 WS-BANCO-PROPRIO PIC X(03) VALUE '999'.

      *================================================================*
      *  WD-COMMAREA is a WORKING-STORAGE mirror of the commarea       *
      *  layout (same fields, WD- instead of CD-), for the same        *
      *  reason EXTR012 mirrors its commarea into WT-COMMAREA: when    *
      *  EIBCALEN = 0 there is no addressable storage at               *
      *  DFHCOMMAREA, so all work happens in the mirror and the       *
      *  record handed back on EXEC CICS RETURN is the mirror.        *
      *================================================================*
       COPY TEDCOM REPLACING
            ==DFHCOMMAREA==            BY ==WD-COMMAREA==
            ==CD-ENTRADA==             BY ==WD-ENTRADA==
            ==CD-CONTA-DEBITO==        BY ==WD-CONTA-DEBITO==
            ==CD-BANCO-DEST==          BY ==WD-BANCO-DEST==
            ==CD-AGENCIA-DEST==        BY ==WD-AGENCIA-DEST==
            ==CD-CONTA-DEST==          BY ==WD-CONTA-DEST==
            ==CD-DOCUMENTO-BENEF==     BY ==WD-DOCUMENTO-BENEF==
            ==CD-NOME-BENEF==          BY ==WD-NOME-BENEF==
            ==CD-VALOR==               BY ==WD-VALOR==
            ==CD-SAIDA==               BY ==WD-SAIDA==
            ==CD-STATUS==              BY ==WD-STATUS==
            ==CD-STATUS-OK==           BY ==WD-STATUS-OK==
            ==CD-STATUS-RECUSADO==     BY ==WD-STATUS-RECUSADO==
            ==CD-STATUS-ERRO==         BY ==WD-STATUS-ERRO==
            ==CD-SQLCODE-ERRO==        BY ==WD-SQLCODE-ERRO==
            ==CD-MOTIVO==              BY ==WD-MOTIVO==
            ==CD-MOTIVO-OK==           BY ==WD-MOTIVO-OK==
            ==CD-MOTIVO-CONTA-INVALIDA==
                BY ==WD-MOTIVO-CONTA-INVALIDA==
            ==CD-MOTIVO-CONTA-NAO-EXISTE==
                BY ==WD-MOTIVO-CONTA-NAO-EXISTE==
            ==CD-MOTIVO-CONTA-BLOQUEADA==
                BY ==WD-MOTIVO-CONTA-BLOQUEADA==
            ==CD-MOTIVO-CONTA-ENCERRADA==
                BY ==WD-MOTIVO-CONTA-ENCERRADA==
            ==CD-MOTIVO-VALOR-INVALIDO==
                BY ==WD-MOTIVO-VALOR-INVALIDO==
            ==CD-MOTIVO-BANCO-INVALIDO==
                BY ==WD-MOTIVO-BANCO-INVALIDO==
            ==CD-MOTIVO-EXCEDE-LIMITE==
                BY ==WD-MOTIVO-EXCEDE-LIMITE==
            ==CD-MOTIVO-FUNDOS-BLOQUEADOS==
                BY ==WD-MOTIVO-FUNDOS-BLOQUEADOS==
            ==CD-MOTIVO-CONTA-DORMENTE==
                BY ==WD-MOTIVO-CONTA-DORMENTE==
            ==CD-MOTIVO-DESTINO-INVALIDO==
                BY ==WD-MOTIVO-DESTINO-INVALIDO==
            ==CD-MOTIVO-DOCUMENTO-INVALIDO==
                BY ==WD-MOTIVO-DOCUMENTO-INVALIDO==
            ==CD-MOTIVO-NOME-VAZIO==
                BY ==WD-MOTIVO-NOME-VAZIO==
            ==CD-ID-TED==              BY ==WD-ID-TED==
            ==CD-SEQ-DEBITO==          BY ==WD-SEQ-DEBITO==.

       EXEC SQL
          BEGIN DECLARE SECTION
       END-EXEC.
       01 :CONTA-TED        PIC X(10).
       01 :SITUACAO-TED     PIC X(01).
       01 :SALDO-TED        DECIMAL(15,2).
       01 :LIMITE-TED       DECIMAL(15,2).
       01 :TOTAL-BLOQUEADO  DECIMAL(15,2).
       01 :VALOR-MOV        DECIMAL(15,2).
       01 :DESC-MOV         PIC X(100).
       01 :SEQ-MOV          PIC S9(9) COMP.
       01 :SALDO-ANTERIOR   DECIMAL(15,2).
       01 :SALDO-APOS-MOV   DECIMAL(15,2).
       01 :ID-TED           PIC S9(9) COMP.
       01 :VALOR-TED        DECIMAL(15,2).
       01 :BANCO-DEST       PIC X(03).
       01 :AGENCIA-DEST     PIC X(04).
       01 :CONTA-DEST       PIC X(13).
       01 :DOCUMENTO-BENEF  PIC X(14).
       01 :NOME-BENEF       PIC X(40).
       01 :FUNCAO-AUD       PIC X(01).
       01 :MOTIVO-AUD       PIC X(02).
       EXEC SQL
          END DECLARE SECTION
       END-EXEC.

       LINKAGE SECTION.

       COPY TEDCOM.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.

           PERFORM INICIALIZAR-COMMAREA
           PERFORM VALIDAR-ENTRADA

           IF WD-STATUS-OK
               PERFORM EXECUTAR-TED
           END-IF

      *    A debit without its queue row would take the customer's
      *    money and never send it - back the whole unit of work out
      *    before answering, so the teller resubmits a transfer that
      *    either happened entirely or not at all.
           IF WD-STATUS-ERRO
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
           END-IF

           PERFORM GRAVAR-AUDITORIA

           EXEC CICS RETURN
                TRANSID('TED1')
                COMMAREA(WD-COMMAREA)
                LENGTH(LENGTH OF WD-COMMAREA)
           END-EXEC.

           STOP RUN.

       INICIALIZAR-COMMAREA.

      *    CICS only guarantees commarea storage when EIBCALEN is
      *    greater than zero; with no commarea passed in there is
      *    nothing valid to address at DFHCOMMAREA, so defaults are
      *    built straight into WD-COMMAREA without referencing it.
           IF EIBCALEN = 0
               MOVE SPACES TO WD-CONTA-DEBITO
               MOVE SPACES TO WD-BANCO-DEST
               MOVE SPACES TO WD-AGENCIA-DEST
               MOVE SPACES TO WD-CONTA-DEST
               MOVE SPACES TO WD-DOCUMENTO-BENEF
               MOVE SPACES TO WD-NOME-BENEF
               MOVE 0      TO WD-VALOR
           ELSE
               MOVE CD-CONTA-DEBITO    TO WD-CONTA-DEBITO
               MOVE CD-BANCO-DEST      TO WD-BANCO-DEST
               MOVE CD-AGENCIA-DEST    TO WD-AGENCIA-DEST
               MOVE CD-CONTA-DEST      TO WD-CONTA-DEST
               MOVE CD-DOCUMENTO-BENEF TO WD-DOCUMENTO-BENEF
               MOVE CD-NOME-BENEF      TO WD-NOME-BENEF
               MOVE CD-VALOR           TO WD-VALOR
           END-IF

           SET WD-STATUS-OK TO TRUE
           MOVE 0 TO WD-SQLCODE-ERRO
           SET WD-MOTIVO-OK TO TRUE
           MOVE 0 TO WD-ID-TED
           MOVE 0 TO WD-SEQ-DEBITO.

       VALIDAR-ENTRADA.

      *    Our account is ten digits, the same rule EXTR006 applies.
      *    The other bank's side is what the clearing house checks on
      *    arrival: a three-digit COMPE code that is not ours, a
      *    four-digit branch, an account number, a CPF (eleven
      *    digits) or CNPJ (fourteen) - the same shape CLI1 accepts -
      *    and a name. Anything malformed is refused here rather than
      *    debited now and bounced back on tomorrow's return file.
           EVALUATE TRUE
               WHEN WD-CONTA-DEBITO = SPACES
                   SET WD-STATUS-RECUSADO TO TRUE
                   SET WD-MOTIVO-CONTA-INVALIDA TO TRUE
               WHEN WD-CONTA-DEBITO IS NOT NUMERIC
                   SET WD-STATUS-RECUSADO TO TRUE
                   SET WD-MOTIVO-CONTA-INVALIDA TO TRUE
               WHEN WD-VALOR IS NOT NUMERIC
                   SET WD-STATUS-RECUSADO TO TRUE
                   SET WD-MOTIVO-VALOR-INVALIDO TO TRUE
               WHEN WD-VALOR NOT > 0
                   SET WD-STATUS-RECUSADO TO TRUE
                   SET WD-MOTIVO-VALOR-INVALIDO TO TRUE
               WHEN WD-BANCO-DEST IS NOT NUMERIC
                   SET WD-STATUS-RECUSADO TO TRUE
                   SET WD-MOTIVO-BANCO-INVALIDO TO TRUE
               WHEN WD-BANCO-DEST = WS-BANCO-PROPRIO
                   SET WD-STATUS-RECUSADO TO TRUE
                   SET WD-MOTIVO-BANCO-INVALIDO TO TRUE
               WHEN WD-AGENCIA-DEST IS NOT NUMERIC
                   SET WD-STATUS-RECUSADO TO TRUE
                   SET WD-MOTIVO-DESTINO-INVALIDO TO TRUE
               WHEN WD-CONTA-DEST = SPACES
                   SET WD-STATUS-RECUSADO TO TRUE
                   SET WD-MOTIVO-DESTINO-INVALIDO TO TRUE
               WHEN WD-DOCUMENTO-BENEF(1:11) IS NOT NUMERIC
                   SET WD-STATUS-RECUSADO TO TRUE
                   SET WD-MOTIVO-DOCUMENTO-INVALIDO TO TRUE
               WHEN WD-DOCUMENTO-BENEF(12:3) NOT = SPACES
                    AND WD-DOCUMENTO-BENEF(12:3) IS NOT NUMERIC
                   SET WD-STATUS-RECUSADO TO TRUE
                   SET WD-MOTIVO-DOCUMENTO-INVALIDO TO TRUE
               WHEN WD-NOME-BENEF = SPACES
                   SET WD-STATUS-RECUSADO TO TRUE
                   SET WD-MOTIVO-NOME-VAZIO TO TRUE
           END-EVALUATE.

       EXECUTAR-TED.

           MOVE WD-CONTA-DEBITO TO CONTA-TED

           PERFORM VALIDAR-CONTA-DEBITO

           IF WD-STATUS-OK
               PERFORM POSTAR-DEBITO
           END-IF

           IF WD-STATUS-OK
               PERFORM ENFILEIRAR-TED
           END-IF.

       VALIDAR-CONTA-DEBITO.

           PERFORM LER-SITUACAO-CONTA

      *    The same authorization TRF1 applies to its debit side,
      *    itself EXTR007's channel rule: the available balance after
      *    the transfer - SALDO minus the active holds on
      *    BLOQUEIOS_VALOR - must stay at or above minus the
      *    account's overdraft limit.
           IF WD-STATUS-OK AND WD-MOTIVO-OK
               PERFORM LER-BLOQUEIOS-DEBITO
           END-IF

           IF WD-STATUS-OK AND WD-MOTIVO-OK
               EVALUATE TRUE
                   WHEN SALDO-TED - WD-VALOR < 0 - LIMITE-TED
                       SET WD-MOTIVO-EXCEDE-LIMITE TO TRUE
                   WHEN SALDO-TED - TOTAL-BLOQUEADO - WD-VALOR
                        < 0 - LIMITE-TED
                       SET WD-MOTIVO-FUNDOS-BLOQUEADOS TO TRUE
               END-EVALUATE
           END-IF

           IF WD-STATUS-OK
              AND NOT WD-MOTIVO-OK
               SET WD-STATUS-RECUSADO TO TRUE
           END-IF.

       LER-SITUACAO-CONTA.

           EXEC SQL
               SELECT SITUACAO, SALDO, COALESCE(LIMITE, 0)
               INTO :SITUACAO-TED, :SALDO-TED, :LIMITE-TED
               FROM CONTAS
               WHERE CONTA = :CONTA-TED
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WD-MOTIVO-CONTA-NAO-EXISTE TO TRUE
               WHEN SQLCODE < 0
                   PERFORM REPORTAR-ERRO-SQL
               WHEN SITUACAO-TED = 'B'
                   SET WD-MOTIVO-CONTA-BLOQUEADA TO TRUE
               WHEN SITUACAO-TED = 'E'
                   SET WD-MOTIVO-CONTA-ENCERRADA TO TRUE
               WHEN SITUACAO-TED = 'D'
                   SET WD-MOTIVO-CONTA-DORMENTE TO TRUE
           END-EVALUATE.

       LER-BLOQUEIOS-DEBITO.

           EXEC SQL
               SELECT COALESCE(SUM(VALOR), 0)
               INTO :TOTAL-BLOQUEADO
               FROM BLOQUEIOS_VALOR
               WHERE CONTA = :CONTA-TED
                 AND SITUACAO = 'A'
           END-EXEC

           IF SQLCODE < 0
               PERFORM REPORTAR-ERRO-SQL
           END-IF.

       POSTAR-DEBITO.

      *    The statement line names where the money went, so the
      *    customer recognises it and EXTR029 can quote it back on
      *    the credit if the receiving bank returns the transfer.
           COMPUTE VALOR-MOV = 0 - WD-VALOR
           MOVE SPACES TO DESC-MOV
           STRING 'TED PARA BCO ' WD-BANCO-DEST
                  ' AG ' WD-AGENCIA-DEST
                  ' CC ' WD-CONTA-DEST
               DELIMITED BY SIZE INTO DESC-MOV
           END-STRING

           PERFORM LER-PROXIMO-SEQ

           IF WD-STATUS-OK
               PERFORM LER-SALDO-ANTERIOR
           END-IF

           IF WD-STATUS-OK
               PERFORM INSERIR-MOVIMENTO
           END-IF

           IF WD-STATUS-OK
               PERFORM ATUALIZAR-SALDO
           END-IF.

       LER-PROXIMO-SEQ.

           EXEC SQL
               SELECT COALESCE(MAX(SEQ_EXTRATO), 0) + 1
               INTO :SEQ-MOV
               FROM EXTRATOS
               WHERE CONTA = :CONTA-TED
                 AND DATA = CURRENT DATE
           END-EXEC

           IF SQLCODE < 0
               PERFORM REPORTAR-ERRO-SQL
           END-IF.

       LER-SALDO-ANTERIOR.

           EXEC SQL
               SELECT SALDO_APOS
               INTO :SALDO-ANTERIOR
               FROM EXTRATOS
               WHERE CONTA = :CONTA-TED
               ORDER BY DATA DESC, SEQ_EXTRATO DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 0 TO SALDO-ANTERIOR
               WHEN SQLCODE < 0
                   PERFORM REPORTAR-ERRO-SQL
           END-EVALUATE.

       INSERIR-MOVIMENTO.

           COMPUTE SALDO-APOS-MOV = SALDO-ANTERIOR + VALOR-MOV

      *    COD_HISTORICO says which program posted the line and what
      *    it is, DATA_CONTABIL the day it hit CONTAS.SALDO - the
      *    two keys EXTR034 summarizes the day into the ledger by.
           EXEC SQL
               INSERT INTO EXTRATOS
                   (CONTA, DATA, DESCRICAO, VALOR, SEQ_EXTRATO,
                    SALDO_APOS, COD_HISTORICO, DATA_CONTABIL)
               VALUES
                   (:CONTA-TED, CURRENT DATE, :DESC-MOV,
                    :VALOR-MOV, :SEQ-MOV, :SALDO-APOS-MOV,
                    '701', CURRENT DATE)
           END-EXEC

           IF SQLCODE < 0
               PERFORM REPORTAR-ERRO-SQL
           ELSE
               MOVE SEQ-MOV TO WD-SEQ-DEBITO
           END-IF.

       ATUALIZAR-SALDO.

      *    Applied as a delta, the same way TRF1 posts its legs.
           EXEC SQL
               UPDATE CONTAS
               SET SALDO = SALDO + :VALOR-MOV
               WHERE CONTA = :CONTA-TED
           END-EXEC

           IF SQLCODE < 0
               PERFORM REPORTAR-ERRO-SQL
           END-IF.

       ENFILEIRAR-TED.

      *    The queue row carries the debit's own key (DATA_DEBITO,
      *    SEQ_DEBITO): that is the movement EXTR029 points the
      *    offsetting credit at, through DATA_ORIGEM / SEQ_ORIGEM,
      *    when the receiving bank sends the transfer back.
           MOVE WD-VALOR           TO VALOR-TED
           MOVE WD-BANCO-DEST      TO BANCO-DEST
           MOVE WD-AGENCIA-DEST    TO AGENCIA-DEST
           MOVE WD-CONTA-DEST      TO CONTA-DEST
           MOVE WD-DOCUMENTO-BENEF TO DOCUMENTO-BENEF
           MOVE WD-NOME-BENEF      TO NOME-BENEF
           MOVE EIBOPID            TO WS-OPERADOR
           MOVE EIBTRMID           TO WS-TERMINAL

           EXEC SQL
               SELECT COALESCE(MAX(ID_TED), 0) + 1
               INTO :ID-TED
               FROM TED_SAIDA
           END-EXEC

           IF SQLCODE < 0
               PERFORM REPORTAR-ERRO-SQL
           ELSE
               EXEC SQL
                   INSERT INTO TED_SAIDA
                       (ID_TED, CONTA, VALOR, BANCO_DEST,
                        AGENCIA_DEST, CONTA_DEST, DOCUMENTO_BENEF,
                        NOME_BENEF, DATA_DEBITO, SEQ_DEBITO,
                        SITUACAO, OPERADOR, TERMINAL, DATA_HORA)
                   VALUES
                       (:ID-TED, :CONTA-TED, :VALOR-TED,
                        :BANCO-DEST, :AGENCIA-DEST, :CONTA-DEST,
                        :DOCUMENTO-BENEF, :NOME-BENEF, CURRENT DATE,
                        :SEQ-MOV, 'P', :WS-OPERADOR, :WS-TERMINAL,
                        CURRENT TIMESTAMP)
               END-EXEC

               IF SQLCODE < 0
                   PERFORM REPORTAR-ERRO-SQL
               ELSE
                   MOVE ID-TED TO WD-ID-TED
               END-IF
           END-IF.

       GRAVAR-AUDITORIA.

      *    Accepted or refused, every TED attempt is part of the
      *    trail - function 'X', the same way TRF1 records its own
      *    attempts with function 'T'.
           MOVE EIBOPID         TO WS-OPERADOR
           MOVE EIBTRMID        TO WS-TERMINAL
           MOVE 'X'             TO FUNCAO-AUD
           MOVE WD-MOTIVO       TO MOTIVO-AUD
           MOVE WD-CONTA-DEBITO TO CONTA-TED

           EXEC SQL
               INSERT INTO CONTAS_AUDIT
                   (CONTA, FUNCAO, MOTIVO, OPERADOR, TERMINAL,
                    DATA_HORA)
               VALUES
                   (:CONTA-TED, :FUNCAO-AUD, :MOTIVO-AUD,
                    :WS-OPERADOR, :WS-TERMINAL, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE < 0
               PERFORM REPORTAR-ERRO-SQL
           END-IF.

       REPORTAR-ERRO-SQL.

           SET WD-STATUS-ERRO TO TRUE
           MOVE SQLCODE TO WD-SQLCODE-ERRO.
