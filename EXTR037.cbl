       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTR037.

      *================================================================*
      *  EXTR037                                                       *
      *  Cheque counter transaction CHQ1, sibling of BLQ1. Issues      *
      *  cheque books and keeps the stop-payment register the inward   *
      *  clearing run (EXTR038) pays or returns cheques against.       *
      *  A book is a range of cheque numbers on TALOES_CHEQUE: each    *
      *  account's numbering starts at 000001 and every new book       *
      *  carries on from the last number issued, so the numbers an     *
      *  account has been given are always 1 up to its highest         *
      *  NUM_FINAL. A stop-payment on SUSTACOES_CHEQUE covers one      *
      *  cheque or a range of them - the customer who loses a whole    *
      *  book stops it in one go - and is either simple ('S', the      *
      *  customer's own counter-order) or for theft or robbery ('R'),  *
      *  the distinction the clearing return reason has to make. A     *
      *  stop is lifted, never deleted. Only an active account gets a  *
      *  new book; a stop may be registered or lifted on any account   *
      *  that is not closed, the way BLQ1 places a hold. Every         *
      *  attempt, accepted or refused, leaves a CONTAS_AUDIT row with  *
      *  function 'Q'.                                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-OPERADOR      PIC X(03).
       01 WS-TERMINAL      PIC X(04).
       01 WS-MAX-FOLHAS    PIC S9(4) COMP VALUE 50.
       01 WS-MAX-NUMERO    PIC S9(9) COMP VALUE 999999.

      *================================================================*
      *  WQ-COMMAREA is a WORKING-STORAGE mirror of the commarea       *
      *  layout (same fields, WQ- instead of CQ-), for the same        *
      *  reason EXTR001 mirrors its commarea into WA-COMMAREA: when    *
      *  EIBCALEN = 0 there is no addressable storage at               *
      *  DFHCOMMAREA, so all work happens in the mirror and the        *
      *  record handed back on EXEC CICS RETURN is the mirror.         *
      *================================================================*
       COPY CHQCOM REPLACING
            ==DFHCOMMAREA==            BY ==WQ-COMMAREA==
            ==CQ-ENTRADA==             BY ==WQ-ENTRADA==
            ==CQ-FUNCAO==              BY ==WQ-FUNCAO==
            ==CQ-FUNCAO-TALAO==        BY ==WQ-FUNCAO-TALAO==
            ==CQ-FUNCAO-SUSTAR==       BY ==WQ-FUNCAO-SUSTAR==
            ==CQ-FUNCAO-LIBERAR==      BY ==WQ-FUNCAO-LIBERAR==
            ==CQ-CONTA==               BY ==WQ-CONTA==
            ==CQ-QTD-FOLHAS==          BY ==WQ-QTD-FOLHAS==
            ==CQ-NUM-INICIAL==         BY ==WQ-NUM-INICIAL==
            ==CQ-NUM-FINAL==           BY ==WQ-NUM-FINAL==
            ==CQ-TIPO-SUSTACAO==       BY ==WQ-TIPO-SUSTACAO==
            ==CQ-SUSTACAO-SIMPLES==    BY ==WQ-SUSTACAO-SIMPLES==
            ==CQ-SUSTACAO-ROUBO==      BY ==WQ-SUSTACAO-ROUBO==
            ==CQ-MOTIVO-DESC==         BY ==WQ-MOTIVO-DESC==
            ==CQ-ID-SUSTACAO==         BY ==WQ-ID-SUSTACAO==
            ==CQ-SAIDA==               BY ==WQ-SAIDA==
            ==CQ-STATUS==              BY ==WQ-STATUS==
            ==CQ-STATUS-OK==           BY ==WQ-STATUS-OK==
            ==CQ-STATUS-RECUSADO==     BY ==WQ-STATUS-RECUSADO==
            ==CQ-STATUS-ERRO==         BY ==WQ-STATUS-ERRO==
            ==CQ-SQLCODE-ERRO==        BY ==WQ-SQLCODE-ERRO==
            ==CQ-MOTIVO==              BY ==WQ-MOTIVO==
            ==CQ-MOTIVO-OK==           BY ==WQ-MOTIVO-OK==
            ==CQ-MOTIVO-FUNCAO-INVALIDA==
                BY ==WQ-MOTIVO-FUNCAO-INVALIDA==
            ==CQ-MOTIVO-CONTA-INVALIDA==
                BY ==WQ-MOTIVO-CONTA-INVALIDA==
            ==CQ-MOTIVO-CONTA-NAO-EXISTE==
                BY ==WQ-MOTIVO-CONTA-NAO-EXISTE==
            ==CQ-MOTIVO-CONTA-ENCERRADA==
                BY ==WQ-MOTIVO-CONTA-ENCERRADA==
            ==CQ-MOTIVO-CONTA-NAO-ATIVA==
                BY ==WQ-MOTIVO-CONTA-NAO-ATIVA==
            ==CQ-MOTIVO-QTD-INVALIDA==
                BY ==WQ-MOTIVO-QTD-INVALIDA==
            ==CQ-MOTIVO-NUMERACAO-ESGOT==
                BY ==WQ-MOTIVO-NUMERACAO-ESGOT==
            ==CQ-MOTIVO-FAIXA-INVALIDA==
                BY ==WQ-MOTIVO-FAIXA-INVALIDA==
            ==CQ-MOTIVO-NAO-EMITIDO==
                BY ==WQ-MOTIVO-NAO-EMITIDO==
            ==CQ-MOTIVO-JA-PAGO==      BY ==WQ-MOTIVO-JA-PAGO==
            ==CQ-MOTIVO-JA-SUSTADO==   BY ==WQ-MOTIVO-JA-SUSTADO==
            ==CQ-MOTIVO-TIPO-INVALIDO==
                BY ==WQ-MOTIVO-TIPO-INVALIDO==
            ==CQ-MOTIVO-RAZAO-VAZIA==
                BY ==WQ-MOTIVO-RAZAO-VAZIA==
            ==CQ-MOTIVO-SUST-NAO-EXISTE==
                BY ==WQ-MOTIVO-SUST-NAO-EXISTE==
            ==CQ-MOTIVO-JA-LIBERADA==
                BY ==WQ-MOTIVO-JA-LIBERADA==
            ==CQ-ID-TALAO==            BY ==WQ-ID-TALAO==.

       EXEC SQL
          BEGIN DECLARE SECTION
       END-EXEC.
       01 :CONTA-CHQ        PIC X(10).
       01 :SITUACAO-CHQ     PIC X(01).
       01 :ULTIMO-NUM       PIC S9(9) COMP.
       01 :NUM-INI          PIC S9(9) COMP.
       01 :NUM-FIM          PIC S9(9) COMP.
       01 :ID-TAL           PIC S9(9) COMP.
       01 :ID-SUST          PIC S9(9) COMP.
       01 :TIPO-SUST        PIC X(01).
       01 :RAZAO-SUST       PIC X(60).
       01 :SIT-SUSTACAO     PIC X(01).
       01 :QTD-PAGOS        PIC S9(9) COMP.
       01 :QTD-SUSTADOS     PIC S9(9) COMP.
       01 :FUNCAO-AUD       PIC X(01).
       01 :MOTIVO-AUD       PIC X(02).
       EXEC SQL
          END DECLARE SECTION
       END-EXEC.

       LINKAGE SECTION.

       COPY CHQCOM.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.

           PERFORM INICIALIZAR-COMMAREA
           PERFORM VALIDAR-ENTRADA

           IF WQ-STATUS-OK
               PERFORM EXECUTAR-FUNCAO
           END-IF

           PERFORM GRAVAR-AUDITORIA

           EXEC CICS RETURN
                TRANSID('CHQ1')
                COMMAREA(WQ-COMMAREA)
                LENGTH(LENGTH OF WQ-COMMAREA)
           END-EXEC.

           STOP RUN.

       INICIALIZAR-COMMAREA.

      *    CICS only guarantees commarea storage when EIBCALEN is
      *    greater than zero; with no commarea passed in there is
      *    nothing valid to address at DFHCOMMAREA, so defaults are
      *    built straight into WQ-COMMAREA without referencing it.
           IF EIBCALEN = 0
               MOVE SPACE  TO WQ-FUNCAO
               MOVE SPACES TO WQ-CONTA
               MOVE 0      TO WQ-QTD-FOLHAS
               MOVE 0      TO WQ-NUM-INICIAL
               MOVE 0      TO WQ-NUM-FINAL
               MOVE SPACE  TO WQ-TIPO-SUSTACAO
               MOVE SPACES TO WQ-MOTIVO-DESC
               MOVE 0      TO WQ-ID-SUSTACAO
           ELSE
               MOVE CQ-FUNCAO        TO WQ-FUNCAO
               MOVE CQ-CONTA         TO WQ-CONTA
               MOVE CQ-QTD-FOLHAS    TO WQ-QTD-FOLHAS
               MOVE CQ-NUM-INICIAL   TO WQ-NUM-INICIAL
               MOVE CQ-NUM-FINAL     TO WQ-NUM-FINAL
               MOVE CQ-TIPO-SUSTACAO TO WQ-TIPO-SUSTACAO
               MOVE CQ-MOTIVO-DESC   TO WQ-MOTIVO-DESC
               MOVE CQ-ID-SUSTACAO   TO WQ-ID-SUSTACAO
           END-IF

           SET WQ-STATUS-OK TO TRUE
           MOVE 0 TO WQ-SQLCODE-ERRO
           SET WQ-MOTIVO-OK TO TRUE
           MOVE 0 TO WQ-ID-TALAO.

       VALIDAR-ENTRADA.

      *    A book is 1 to WS-MAX-FOLHAS leaves. A stop names the
      *    cheque (or first and last cheque) it covers, whether it
      *    is a simple counter-order or theft/robbery, and the
      *    reason the branch will read back to the customer.
           EVALUATE TRUE
               WHEN NOT (WQ-FUNCAO-TALAO OR WQ-FUNCAO-SUSTAR
                         OR WQ-FUNCAO-LIBERAR)
                   SET WQ-STATUS-RECUSADO TO TRUE
                   SET WQ-MOTIVO-FUNCAO-INVALIDA TO TRUE
               WHEN WQ-CONTA = SPACES
                   SET WQ-STATUS-RECUSADO TO TRUE
                   SET WQ-MOTIVO-CONTA-INVALIDA TO TRUE
               WHEN WQ-CONTA IS NOT NUMERIC
                   SET WQ-STATUS-RECUSADO TO TRUE
                   SET WQ-MOTIVO-CONTA-INVALIDA TO TRUE
               WHEN WQ-FUNCAO-TALAO AND WQ-QTD-FOLHAS NOT > 0
                   SET WQ-STATUS-RECUSADO TO TRUE
                   SET WQ-MOTIVO-QTD-INVALIDA TO TRUE
               WHEN WQ-FUNCAO-TALAO AND WQ-QTD-FOLHAS > WS-MAX-FOLHAS
                   SET WQ-STATUS-RECUSADO TO TRUE
                   SET WQ-MOTIVO-QTD-INVALIDA TO TRUE
               WHEN WQ-FUNCAO-SUSTAR
                    AND WQ-NUM-INICIAL IS NOT NUMERIC
                   SET WQ-STATUS-RECUSADO TO TRUE
                   SET WQ-MOTIVO-FAIXA-INVALIDA TO TRUE
               WHEN WQ-FUNCAO-SUSTAR
                    AND WQ-NUM-FINAL IS NOT NUMERIC
                   SET WQ-STATUS-RECUSADO TO TRUE
                   SET WQ-MOTIVO-FAIXA-INVALIDA TO TRUE
               WHEN WQ-FUNCAO-SUSTAR AND WQ-NUM-INICIAL = 0
                   SET WQ-STATUS-RECUSADO TO TRUE
                   SET WQ-MOTIVO-FAIXA-INVALIDA TO TRUE
               WHEN WQ-FUNCAO-SUSTAR AND WQ-NUM-FINAL NOT = 0
                    AND WQ-NUM-FINAL < WQ-NUM-INICIAL
                   SET WQ-STATUS-RECUSADO TO TRUE
                   SET WQ-MOTIVO-FAIXA-INVALIDA TO TRUE
               WHEN WQ-FUNCAO-SUSTAR
                    AND NOT (WQ-SUSTACAO-SIMPLES OR WQ-SUSTACAO-ROUBO)
                   SET WQ-STATUS-RECUSADO TO TRUE
                   SET WQ-MOTIVO-TIPO-INVALIDO TO TRUE
               WHEN WQ-FUNCAO-SUSTAR AND WQ-MOTIVO-DESC = SPACES
                   SET WQ-STATUS-RECUSADO TO TRUE
                   SET WQ-MOTIVO-RAZAO-VAZIA TO TRUE
               WHEN WQ-FUNCAO-LIBERAR AND WQ-ID-SUSTACAO NOT > 0
                   SET WQ-STATUS-RECUSADO TO TRUE
                   SET WQ-MOTIVO-SUST-NAO-EXISTE TO TRUE
           END-EVALUATE.

       EXECUTAR-FUNCAO.

           MOVE WQ-CONTA TO CONTA-CHQ

           PERFORM LER-SITUACAO-CONTA

           IF WQ-STATUS-OK
               EVALUATE TRUE
                   WHEN WQ-FUNCAO-TALAO
                       PERFORM EMITIR-TALAO
                   WHEN WQ-FUNCAO-SUSTAR
                       PERFORM SUSTAR-CHEQUES
                   WHEN WQ-FUNCAO-LIBERAR
                       PERFORM LIBERAR-SUSTACAO
               END-EVALUATE
           END-IF.

       LER-SITUACAO-CONTA.

      *    A blocked account keeps the stop-payments its customer
      *    asks for - the cheques are still out there - but is given
      *    no new book until it is active again.
           EXEC SQL
               SELECT SITUACAO
               INTO :SITUACAO-CHQ
               FROM CONTAS
               WHERE CONTA = :CONTA-CHQ
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WQ-STATUS-RECUSADO TO TRUE
                   SET WQ-MOTIVO-CONTA-NAO-EXISTE TO TRUE
               WHEN SQLCODE < 0
                   PERFORM REPORTAR-ERRO-SQL
               WHEN SITUACAO-CHQ = 'E'
                   SET WQ-STATUS-RECUSADO TO TRUE
                   SET WQ-MOTIVO-CONTA-ENCERRADA TO TRUE
               WHEN WQ-FUNCAO-TALAO AND SITUACAO-CHQ NOT = 'A'
                   SET WQ-STATUS-RECUSADO TO TRUE
                   SET WQ-MOTIVO-CONTA-NAO-ATIVA TO TRUE
           END-EVALUATE.

       LER-ULTIMO-NUMERO.

      *    Books are numbered on from the account's last one, so the
      *    highest NUM_FINAL is both where the next book starts and
      *    the last cheque number the account has been given.
           EXEC SQL
               SELECT COALESCE(MAX(NUM_FINAL), 0)
               INTO :ULTIMO-NUM
               FROM TALOES_CHEQUE
               WHERE CONTA = :CONTA-CHQ
           END-EXEC

           IF SQLCODE < 0
               PERFORM REPORTAR-ERRO-SQL
           END-IF.

       EMITIR-TALAO.

           PERFORM LER-ULTIMO-NUMERO

           IF WQ-STATUS-OK
               IF ULTIMO-NUM + WQ-QTD-FOLHAS > WS-MAX-NUMERO
                   SET WQ-STATUS-RECUSADO TO TRUE
                   SET WQ-MOTIVO-NUMERACAO-ESGOT TO TRUE
               ELSE
                   COMPUTE NUM-INI = ULTIMO-NUM + 1
                   COMPUTE NUM-FIM = ULTIMO-NUM + WQ-QTD-FOLHAS
                   PERFORM INCLUIR-TALAO
               END-IF
           END-IF.

       INCLUIR-TALAO.

           MOVE EIBOPID  TO WS-OPERADOR
           MOVE EIBTRMID TO WS-TERMINAL

           EXEC SQL
               SELECT COALESCE(MAX(ID_TALAO), 0) + 1
               INTO :ID-TAL
               FROM TALOES_CHEQUE
           END-EXEC

           IF SQLCODE < 0
               PERFORM REPORTAR-ERRO-SQL
           ELSE
               EXEC SQL
                   INSERT INTO TALOES_CHEQUE
                       (ID_TALAO, CONTA, NUM_INICIAL, NUM_FINAL,
                        OPERADOR, TERMINAL, DATA_HORA)
                   VALUES
                       (:ID-TAL, :CONTA-CHQ, :NUM-INI, :NUM-FIM,
                        :WS-OPERADOR, :WS-TERMINAL, CURRENT TIMESTAMP)
               END-EXEC

               IF SQLCODE < 0
                   PERFORM REPORTAR-ERRO-SQL
               ELSE
                   MOVE ID-TAL  TO WQ-ID-TALAO
                   MOVE NUM-INI TO WQ-NUM-INICIAL
                   MOVE NUM-FIM TO WQ-NUM-FINAL
               END-IF
           END-IF.

       SUSTAR-CHEQUES.

      *    A single cheque comes in with NUM-FINAL zero; from here on
      *    it is the range from that cheque to itself.
           IF WQ-NUM-FINAL = 0
               MOVE WQ-NUM-INICIAL TO WQ-NUM-FINAL
           END-IF

           MOVE WQ-NUM-INICIAL TO NUM-INI
           MOVE WQ-NUM-FINAL   TO NUM-FIM

           PERFORM LER-ULTIMO-NUMERO

           IF WQ-STATUS-OK
               IF NUM-FIM > ULTIMO-NUM
                   SET WQ-STATUS-RECUSADO TO TRUE
                   SET WQ-MOTIVO-NAO-EMITIDO TO TRUE
               END-IF
           END-IF

           IF WQ-STATUS-OK AND NUM-INI = NUM-FIM
               PERFORM VERIFICAR-CHEQUE-PAGO
           END-IF

           IF WQ-STATUS-OK
               PERFORM VERIFICAR-SUSTACAO-ATIVA
           END-IF

           IF WQ-STATUS-OK
               PERFORM INCLUIR-SUSTACAO
           END-IF.

       VERIFICAR-CHEQUE-PAGO.

      *    A cheque already paid in clearing cannot be stopped any
      *    more. Only a single cheque is refused on this: a range -
      *    the rest of a lost book - is still worth stopping even if
      *    some of its leaves were paid before it went missing.
           EXEC SQL
               SELECT COUNT(*)
               INTO :QTD-PAGOS
               FROM CHEQUES_COMPENSADOS
               WHERE CONTA = :CONTA-CHQ
                 AND NUM_CHEQUE = :NUM-INI
                 AND SITUACAO = 'P'
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE < 0
                   PERFORM REPORTAR-ERRO-SQL
               WHEN QTD-PAGOS > 0
                   SET WQ-STATUS-RECUSADO TO TRUE
                   SET WQ-MOTIVO-JA-PAGO TO TRUE
           END-EVALUATE.

       VERIFICAR-SUSTACAO-ATIVA.

      *    Active stops never overlap, so the clearing run finds at
      *    most one for any cheque and its type decides the return
      *    reason without ambiguity.
           EXEC SQL
               SELECT COUNT(*)
               INTO :QTD-SUSTADOS
               FROM SUSTACOES_CHEQUE
               WHERE CONTA = :CONTA-CHQ
                 AND SITUACAO = 'A'
                 AND NUM_INICIAL <= :NUM-FIM
                 AND NUM_FINAL >= :NUM-INI
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE < 0
                   PERFORM REPORTAR-ERRO-SQL
               WHEN QTD-SUSTADOS > 0
                   SET WQ-STATUS-RECUSADO TO TRUE
                   SET WQ-MOTIVO-JA-SUSTADO TO TRUE
           END-EVALUATE.

       INCLUIR-SUSTACAO.

           MOVE WQ-TIPO-SUSTACAO TO TIPO-SUST
           MOVE WQ-MOTIVO-DESC   TO RAZAO-SUST
           MOVE EIBOPID          TO WS-OPERADOR
           MOVE EIBTRMID         TO WS-TERMINAL

           EXEC SQL
               SELECT COALESCE(MAX(ID_SUSTACAO), 0) + 1
               INTO :ID-SUST
               FROM SUSTACOES_CHEQUE
           END-EXEC

           IF SQLCODE < 0
               PERFORM REPORTAR-ERRO-SQL
           ELSE
               EXEC SQL
                   INSERT INTO SUSTACOES_CHEQUE
                       (ID_SUSTACAO, CONTA, NUM_INICIAL, NUM_FINAL,
                        TIPO_SUSTACAO, MOTIVO_DESC, OPERADOR,
                        TERMINAL, DATA_HORA, SITUACAO)
                   VALUES
                       (:ID-SUST, :CONTA-CHQ, :NUM-INI, :NUM-FIM,
                        :TIPO-SUST, :RAZAO-SUST, :WS-OPERADOR,
                        :WS-TERMINAL, CURRENT TIMESTAMP, 'A')
               END-EXEC

               IF SQLCODE < 0
                   PERFORM REPORTAR-ERRO-SQL
               ELSE
                   MOVE ID-SUST TO WQ-ID-SUSTACAO
               END-IF
           END-IF.

       LIBERAR-SUSTACAO.

      *    A stop is lifted, never deleted - the row with its lift
      *    date is what explains a cheque returned 21 or 28 last
      *    week and paid today.
           MOVE WQ-ID-SUSTACAO TO ID-SUST

           EXEC SQL
               SELECT SITUACAO
               INTO :SIT-SUSTACAO
               FROM SUSTACOES_CHEQUE
               WHERE ID_SUSTACAO = :ID-SUST
                 AND CONTA = :CONTA-CHQ
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WQ-STATUS-RECUSADO TO TRUE
                   SET WQ-MOTIVO-SUST-NAO-EXISTE TO TRUE
               WHEN SQLCODE < 0
                   PERFORM REPORTAR-ERRO-SQL
               WHEN SIT-SUSTACAO = 'L'
                   SET WQ-STATUS-RECUSADO TO TRUE
                   SET WQ-MOTIVO-JA-LIBERADA TO TRUE
               WHEN OTHER
                   PERFORM BAIXAR-SUSTACAO
           END-EVALUATE.

       BAIXAR-SUSTACAO.

           EXEC SQL
               UPDATE SUSTACOES_CHEQUE
               SET SITUACAO = 'L',
                   DATA_LIBERACAO = CURRENT TIMESTAMP
               WHERE ID_SUSTACAO = :ID-SUST
           END-EXEC

           IF SQLCODE < 0
               PERFORM REPORTAR-ERRO-SQL
           END-IF.

       GRAVAR-AUDITORIA.

      *    Accepted or refused, every cheque book and stop-payment
      *    attempt is part of the trail - function 'Q', the same way
      *    BLQ1 records every hold attempt on the account it touched.
           MOVE EIBOPID   TO WS-OPERADOR
           MOVE EIBTRMID  TO WS-TERMINAL
           MOVE 'Q'       TO FUNCAO-AUD
           MOVE WQ-MOTIVO TO MOTIVO-AUD
           MOVE WQ-CONTA  TO CONTA-CHQ

           EXEC SQL
               INSERT INTO CONTAS_AUDIT
                   (CONTA, FUNCAO, MOTIVO, OPERADOR, TERMINAL,
                    DATA_HORA)
               VALUES
                   (:CONTA-CHQ, :FUNCAO-AUD, :MOTIVO-AUD,
                    :WS-OPERADOR, :WS-TERMINAL, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE < 0
               PERFORM REPORTAR-ERRO-SQL
           END-IF.

       REPORTAR-ERRO-SQL.

           SET WQ-STATUS-ERRO TO TRUE
           MOVE SQLCODE TO WQ-SQLCODE-ERRO.
