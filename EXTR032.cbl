       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTR032.

      *================================================================*
      *  EXTR032                                                       *
      *  Supervisor approval transaction APR1 - the checker's side of  *
      *  dual control. TRF1 transfers, EST1 reversals and CON1 'L'     *
      *  limit raises above their threshold on LIMITES_APROVACAO are   *
      *  not posted by the operator who keyed them but parked on       *
      *  APROVACOES_PENDENTES. APR1 lists the branch's items still     *
      *  pending today, and approves or rejects one at a time.         *
      *                                                                *
      *  An approval runs the very program the operator used -         *
      *  EXTR012, EXTR013 or EXTR006, LINKed with the item's data and  *
      *  its id - so the same checks are made again and the same       *
      *  posting and CONTAS_AUDIT row are produced, under the          *
      *  checker's own operator id. The item is claimed first (its     *
      *  row moves from 'P' to 'A' only while still 'P'), so two       *
      *  supervisors pressing enter together cannot post it twice;     *
      *  if the posting is refused now - the money went, the account   *
      *  was blocked since - the claim is taken back and the item      *
      *  stays pending. The maker can never approve their own item,    *
      *  and an item from an earlier day is dead: undecided items      *
      *  expire at end of day (EXTR033).                               *
      *                                                                *
      *  Every decision leaves a CONTAS_AUDIT row on the item's        *
      *  account - function 'V' for an approval, 'N' for a rejection - *
      *  accepted or refused, the same trail the counter transactions  *
      *  keep.                                                         *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-OPERADOR      PIC X(03).
       01 WS-TERMINAL      PIC X(04).
       01 WS-MAX-ITENS     PIC S9(4) COMP VALUE 10.
       01 WS-SQLCODE-FETCH PIC S9(8) COMP.

      *================================================================*
      *  WP-COMMAREA is a WORKING-STORAGE mirror of the commarea       *
      *  layout (same fields, WP- instead of CP-), for the same        *
      *  reason EXTR001 mirrors its commarea into WA-COMMAREA: when    *
      *  EIBCALEN = 0 there is no addressable storage at               *
      *  DFHCOMMAREA, so all work happens in the mirror and the       *
      *  record handed back on EXEC CICS RETURN is the mirror.        *
      *================================================================*
       COPY APRCOM REPLACING
            ==DFHCOMMAREA==            BY ==WP-COMMAREA==
            ==CP-ENTRADA==             BY ==WP-ENTRADA==
            ==CP-FUNCAO==              BY ==WP-FUNCAO==
            ==CP-FUNCAO-CONSULTAR==    BY ==WP-FUNCAO-CONSULTAR==
            ==CP-FUNCAO-APROVAR==      BY ==WP-FUNCAO-APROVAR==
            ==CP-FUNCAO-REJEITAR==     BY ==WP-FUNCAO-REJEITAR==
            ==CP-AGENCIA==             BY ==WP-AGENCIA==
            ==CP-ID-PENDENCIA==        BY ==WP-ID-PENDENCIA==
            ==CP-PROX-ID==             BY ==WP-PROX-ID==
            ==CP-SAIDA==               BY ==WP-SAIDA==
            ==CP-STATUS==              BY ==WP-STATUS==
            ==CP-STATUS-OK==           BY ==WP-STATUS-OK==
            ==CP-STATUS-RECUSADO==     BY ==WP-STATUS-RECUSADO==
            ==CP-STATUS-ERRO==         BY ==WP-STATUS-ERRO==
            ==CP-SQLCODE-ERRO==        BY ==WP-SQLCODE-ERRO==
            ==CP-MOTIVO==              BY ==WP-MOTIVO==
            ==CP-MOTIVO-OK==           BY ==WP-MOTIVO-OK==
            ==CP-MOTIVO-FUNCAO-INVALIDA==
                BY ==WP-MOTIVO-FUNCAO-INVALIDA==
            ==CP-MOTIVO-AGENCIA-VAZIA==
                BY ==WP-MOTIVO-AGENCIA-VAZIA==
            ==CP-MOTIVO-PENDENCIA-NAO-EXISTE==
                BY ==WP-MOTIVO-PENDENCIA-NAO-EXISTE==
            ==CP-MOTIVO-OUTRA-AGENCIA==
                BY ==WP-MOTIVO-OUTRA-AGENCIA==
            ==CP-MOTIVO-JA-DECIDIDA==
                BY ==WP-MOTIVO-JA-DECIDIDA==
            ==CP-MOTIVO-EXPIRADA==
                BY ==WP-MOTIVO-EXPIRADA==
            ==CP-MOTIVO-MESMO-OPERADOR==
                BY ==WP-MOTIVO-MESMO-OPERADOR==
            ==CP-MOTIVO-OPERACAO-RECUSADA==
                BY ==WP-MOTIVO-OPERACAO-RECUSADA==
            ==CP-MOTIVO-OPERACAO==     BY ==WP-MOTIVO-OPERACAO==
            ==CP-FIM-LISTA==           BY ==WP-FIM-LISTA==
            ==CP-TEM-MAIS-ITENS==      BY ==WP-TEM-MAIS-ITENS==
            ==CP-ULTIMO-ITEM==         BY ==WP-ULTIMO-ITEM==
            ==CP-QTD-ITENS==           BY ==WP-QTD-ITENS==
            ==CP-ITENS==               BY ==WP-ITENS==
            ==CP-IDX==                 BY ==WP-IDX==
            ==CP-ITEM-ID==             BY ==WP-ITEM-ID==
            ==CP-ITEM-FUNCAO==         BY ==WP-ITEM-FUNCAO==
            ==CP-ITEM-CONTA==          BY ==WP-ITEM-CONTA==
            ==CP-ITEM-CONTA-DEST==     BY ==WP-ITEM-CONTA-DEST==
            ==CP-ITEM-DATA-MOVTO==     BY ==WP-ITEM-DATA-MOVTO==
            ==CP-ITEM-SEQ-MOVTO==      BY ==WP-ITEM-SEQ-MOVTO==
            ==CP-ITEM-VALOR==          BY ==WP-ITEM-VALOR==
            ==CP-ITEM-OPERADOR==       BY ==WP-ITEM-OPERADOR==
            ==CP-ITEM-DATA-HORA==      BY ==WP-ITEM-DATA-HORA==.

      *================================================================*
      *  The commareas of the three transactions an approval runs,     *
      *  passed on the LINK exactly as their own screens pass them.    *
      *================================================================*
       COPY TRFCOM REPLACING
            ==DFHCOMMAREA==            BY ==WP-TRF-COMMAREA==.

       COPY ESTCOM REPLACING
            ==DFHCOMMAREA==            BY ==WP-EST-COMMAREA==.

       COPY CONTCOM REPLACING
            ==DFHCOMMAREA==            BY ==WP-CON-COMMAREA==.

       EXEC SQL
          BEGIN DECLARE SECTION
       END-EXEC.
       01 :ID-PEND          PIC S9(9) COMP.
       01 :PROX-ID          PIC S9(9) COMP.
       01 :FUNCAO-PEND      PIC X(01).
       01 :AGENCIA-PEND     PIC X(04).
       01 :CONTA-PEND       PIC X(10).
       01 :CONTA-DEST-PEND  PIC X(10).
       01 :DATA-MOVTO-PEND  PIC X(10).
       01 :SEQ-MOVTO-PEND   PIC S9(9) COMP.
       01 :VALOR-PEND       DECIMAL(15,2).
       01 :SITUACAO-PEND    PIC X(01).
       01 :OPERADOR-PEND    PIC X(03).
       01 :DATA-HORA-PEND   PIC X(26).
       01 :DIAS-PEND        PIC S9(9) COMP.
       01 :SITUACAO-DEC     PIC X(01).
       01 :FUNCAO-AUD       PIC X(01).
       01 :MOTIVO-AUD       PIC X(02).
       EXEC SQL
          END DECLARE SECTION
       END-EXEC.

       LINKAGE SECTION.

       COPY APRCOM.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.

           PERFORM INICIALIZAR-COMMAREA
           PERFORM VALIDAR-ENTRADA

           IF WP-STATUS-OK
               PERFORM EXECUTAR-FUNCAO
           END-IF

      *    An SQL failure after the item was claimed, or inside the
      *    posting the approval ran, must leave neither the claim nor
      *    half a posting behind.
           IF WP-STATUS-ERRO
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
           END-IF

      *    The listing decides nothing; every decision attempt is
      *    part of the trail.
           IF NOT WP-FUNCAO-CONSULTAR
               PERFORM GRAVAR-AUDITORIA
           END-IF

           EXEC CICS RETURN
                TRANSID('APR1')
                COMMAREA(WP-COMMAREA)
                LENGTH(LENGTH OF WP-COMMAREA)
           END-EXEC.

           STOP RUN.

       INICIALIZAR-COMMAREA.

      *    CICS only guarantees commarea storage when EIBCALEN is
      *    greater than zero; with no commarea passed in there is
      *    nothing valid to address at DFHCOMMAREA, so defaults are
      *    built straight into WP-COMMAREA without referencing it.
           IF EIBCALEN = 0
               MOVE SPACE  TO WP-FUNCAO
               MOVE SPACES TO WP-AGENCIA
               MOVE 0      TO WP-ID-PENDENCIA
               MOVE 0      TO WP-PROX-ID
           ELSE
               MOVE CP-FUNCAO       TO WP-FUNCAO
               MOVE CP-AGENCIA      TO WP-AGENCIA
               MOVE CP-ID-PENDENCIA TO WP-ID-PENDENCIA
               MOVE CP-PROX-ID      TO WP-PROX-ID
           END-IF

           SET WP-STATUS-OK TO TRUE
           MOVE 0 TO WP-SQLCODE-ERRO
           SET WP-MOTIVO-OK TO TRUE
           MOVE SPACES TO WP-MOTIVO-OPERACAO
           SET WP-ULTIMO-ITEM TO TRUE
           MOVE 0 TO WP-QTD-ITENS
           MOVE SPACES TO CONTA-PEND.

       VALIDAR-ENTRADA.

           EVALUATE TRUE
               WHEN NOT (WP-FUNCAO-CONSULTAR OR WP-FUNCAO-APROVAR
                         OR WP-FUNCAO-REJEITAR)
                   SET WP-STATUS-RECUSADO TO TRUE
                   SET WP-MOTIVO-FUNCAO-INVALIDA TO TRUE
               WHEN WP-AGENCIA = SPACES
                   SET WP-STATUS-RECUSADO TO TRUE
                   SET WP-MOTIVO-AGENCIA-VAZIA TO TRUE
               WHEN NOT WP-FUNCAO-CONSULTAR
                    AND WP-ID-PENDENCIA NOT > 0
                   SET WP-STATUS-RECUSADO TO TRUE
                   SET WP-MOTIVO-PENDENCIA-NAO-EXISTE TO TRUE
           END-EVALUATE.

       EXECUTAR-FUNCAO.

           EVALUATE TRUE
               WHEN WP-FUNCAO-CONSULTAR
                   PERFORM LISTAR-PENDENCIAS
               WHEN WP-FUNCAO-APROVAR
                   PERFORM LER-PENDENCIA
                   IF WP-STATUS-OK
                       PERFORM APROVAR-PENDENCIA
                   END-IF
               WHEN WP-FUNCAO-REJEITAR
                   PERFORM LER-PENDENCIA
                   IF WP-STATUS-OK
                       PERFORM REJEITAR-PENDENCIA
                   END-IF
           END-EVALUATE.

       LISTAR-PENDENCIAS.

      *    Today's undecided items for the branch, oldest first,
      *    WS-MAX-ITENS to a page; WP-PROX-ID comes back as the last
      *    item shown, so the screen resubmits the commarea as it
      *    stands to see the next page.
           MOVE WP-AGENCIA TO AGENCIA-PEND
           MOVE WP-PROX-ID TO PROX-ID

           EXEC SQL
               DECLARE CURSOR_PENDENCIAS CURSOR FOR
               SELECT ID_PENDENCIA, FUNCAO, CONTA, CONTA_DESTINO,
                      COALESCE(CHAR(DATA_MOVTO, ISO), ' '),
                      SEQ_MOVTO, VALOR, OPERADOR_SOLIC,
                      CHAR(DATA_HORA_SOLIC)
               FROM APROVACOES_PENDENTES
               WHERE AGENCIA = :AGENCIA-PEND
                 AND SITUACAO = 'P'
                 AND DATE(DATA_HORA_SOLIC) = CURRENT DATE
                 AND ID_PENDENCIA > :PROX-ID
               ORDER BY ID_PENDENCIA
           END-EXEC.

           EXEC SQL
               OPEN CURSOR_PENDENCIAS
           END-EXEC

           IF SQLCODE < 0
               PERFORM REPORTAR-ERRO-SQL
           ELSE
               MOVE WS-MAX-ITENS TO WP-QTD-ITENS
               SET WP-IDX TO 1
               MOVE 0 TO WS-SQLCODE-FETCH

               PERFORM UNTIL WS-SQLCODE-FETCH NOT = 0
                          OR WP-TEM-MAIS-ITENS
                   EXEC SQL
                       FETCH CURSOR_PENDENCIAS
                           INTO :ID-PEND, :FUNCAO-PEND, :CONTA-PEND,
                                :CONTA-DEST-PEND, :DATA-MOVTO-PEND,
                                :SEQ-MOVTO-PEND, :VALOR-PEND,
                                :OPERADOR-PEND, :DATA-HORA-PEND
                   END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE-FETCH

                   IF WS-SQLCODE-FETCH = 0
                       IF WP-IDX > WS-MAX-ITENS
                           SET WP-TEM-MAIS-ITENS TO TRUE
                       ELSE
                           PERFORM GUARDAR-ITEM
                       END-IF
                   END-IF
               END-PERFORM

               COMPUTE WP-QTD-ITENS = WP-IDX - 1

               IF WS-SQLCODE-FETCH < 0
                   PERFORM REPORTAR-ERRO-SQL
               END-IF

               EXEC SQL
                   CLOSE CURSOR_PENDENCIAS
               END-EXEC
           END-IF.

       GUARDAR-ITEM.

           MOVE ID-PEND         TO WP-ITEM-ID(WP-IDX)
           MOVE FUNCAO-PEND     TO WP-ITEM-FUNCAO(WP-IDX)
           MOVE CONTA-PEND      TO WP-ITEM-CONTA(WP-IDX)
           MOVE CONTA-DEST-PEND TO WP-ITEM-CONTA-DEST(WP-IDX)
           MOVE DATA-MOVTO-PEND TO WP-ITEM-DATA-MOVTO(WP-IDX)
           MOVE SEQ-MOVTO-PEND  TO WP-ITEM-SEQ-MOVTO(WP-IDX)
           MOVE VALOR-PEND      TO WP-ITEM-VALOR(WP-IDX)
           MOVE OPERADOR-PEND   TO WP-ITEM-OPERADOR(WP-IDX)
           MOVE DATA-HORA-PEND  TO WP-ITEM-DATA-HORA(WP-IDX)
           MOVE ID-PEND         TO WP-PROX-ID
           SET WP-IDX UP BY 1.

       LER-PENDENCIA.

      *    A supervisor decides for their own branch only, and only
      *    what is still pending from today - yesterday's item is
      *    expired whether or not EXTR033 has marked it yet.
           MOVE WP-ID-PENDENCIA TO ID-PEND

           EXEC SQL
               SELECT FUNCAO, AGENCIA, CONTA, CONTA_DESTINO,
                      COALESCE(CHAR(DATA_MOVTO, ISO), ' '),
                      SEQ_MOVTO, VALOR, SITUACAO, OPERADOR_SOLIC,
                      DAYS(CURRENT DATE) - DAYS(DATE(DATA_HORA_SOLIC))
               INTO :FUNCAO-PEND, :AGENCIA-PEND, :CONTA-PEND,
                    :CONTA-DEST-PEND, :DATA-MOVTO-PEND,
                    :SEQ-MOVTO-PEND, :VALOR-PEND, :SITUACAO-PEND,
                    :OPERADOR-PEND, :DIAS-PEND
               FROM APROVACOES_PENDENTES
               WHERE ID_PENDENCIA = :ID-PEND
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WP-STATUS-RECUSADO TO TRUE
                   SET WP-MOTIVO-PENDENCIA-NAO-EXISTE TO TRUE
               WHEN SQLCODE < 0
                   PERFORM REPORTAR-ERRO-SQL
               WHEN AGENCIA-PEND NOT = WP-AGENCIA
                   SET WP-STATUS-RECUSADO TO TRUE
                   SET WP-MOTIVO-OUTRA-AGENCIA TO TRUE
               WHEN SITUACAO-PEND NOT = 'P'
                   SET WP-STATUS-RECUSADO TO TRUE
                   SET WP-MOTIVO-JA-DECIDIDA TO TRUE
               WHEN DIAS-PEND > 0
                   SET WP-STATUS-RECUSADO TO TRUE
                   SET WP-MOTIVO-EXPIRADA TO TRUE
           END-EVALUATE.

       APROVAR-PENDENCIA.

      *    Dual control means two people: the operator who keyed the
      *    item cannot be the one who lets it through.
           IF OPERADOR-PEND = EIBOPID
               SET WP-STATUS-RECUSADO TO TRUE
               SET WP-MOTIVO-MESMO-OPERADOR TO TRUE
           ELSE
               MOVE 'A' TO SITUACAO-DEC
               PERFORM MARCAR-DECISAO
           END-IF

           IF WP-STATUS-OK
               EVALUATE FUNCAO-PEND
                   WHEN 'T'
                       PERFORM EFETIVAR-TRANSFERENCIA
                   WHEN 'S'
                       PERFORM EFETIVAR-ESTORNO
                   WHEN 'L'
                       PERFORM EFETIVAR-LIMITE
               END-EVALUATE
           END-IF.

       REJEITAR-PENDENCIA.

      *    A rejection posts nothing, so the maker may withdraw
      *    their own item this way as well.
           MOVE 'R' TO SITUACAO-DEC
           PERFORM MARCAR-DECISAO.

       MARCAR-DECISAO.

      *    Claimed only while still 'P' - of two supervisors deciding
      *    the same item at once, the second finds it decided.
           MOVE EIBOPID  TO WS-OPERADOR
           MOVE EIBTRMID TO WS-TERMINAL

           EXEC SQL
               UPDATE APROVACOES_PENDENTES
               SET SITUACAO          = :SITUACAO-DEC,
                   OPERADOR_DECISAO  = :WS-OPERADOR,
                   TERMINAL_DECISAO  = :WS-TERMINAL,
                   DATA_HORA_DECISAO = CURRENT TIMESTAMP
               WHERE ID_PENDENCIA = :ID-PEND
                 AND SITUACAO = 'P'
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE < 0
                   PERFORM REPORTAR-ERRO-SQL
               WHEN SQLERRD(3) = 0
                   SET WP-STATUS-RECUSADO TO TRUE
                   SET WP-MOTIVO-JA-DECIDIDA TO TRUE
           END-EVALUATE.

       EFETIVAR-TRANSFERENCIA.

           MOVE CONTA-PEND      TO CT-CONTA-DEBITO
           MOVE CONTA-DEST-PEND TO CT-CONTA-CREDITO
           MOVE VALOR-PEND      TO CT-VALOR
           MOVE ID-PEND         TO CT-ID-APROVACAO

           EXEC CICS LINK
                PROGRAM('EXTR012')
                COMMAREA(WP-TRF-COMMAREA)
                LENGTH(LENGTH OF WP-TRF-COMMAREA)
           END-EXEC

           EVALUATE TRUE
               WHEN CT-STATUS-OK
                   CONTINUE
               WHEN CT-STATUS-RECUSADO
                   MOVE CT-MOTIVO TO WP-MOTIVO-OPERACAO
                   PERFORM DESFAZER-APROVACAO
               WHEN OTHER
                   SET WP-STATUS-ERRO TO TRUE
                   MOVE CT-SQLCODE-ERRO TO WP-SQLCODE-ERRO
           END-EVALUATE.

       EFETIVAR-ESTORNO.

           MOVE CONTA-PEND      TO CE-CONTA
           MOVE DATA-MOVTO-PEND TO CE-DATA
           MOVE SEQ-MOVTO-PEND  TO CE-SEQ
           MOVE ID-PEND         TO CE-ID-APROVACAO

           EXEC CICS LINK
                PROGRAM('EXTR013')
                COMMAREA(WP-EST-COMMAREA)
                LENGTH(LENGTH OF WP-EST-COMMAREA)
           END-EXEC

           EVALUATE TRUE
               WHEN CE-STATUS-OK
                   CONTINUE
               WHEN CE-STATUS-RECUSADO
                   MOVE CE-MOTIVO TO WP-MOTIVO-OPERACAO
                   PERFORM DESFAZER-APROVACAO
               WHEN OTHER
                   SET WP-STATUS-ERRO TO TRUE
                   MOVE CE-SQLCODE-ERRO TO WP-SQLCODE-ERRO
           END-EVALUATE.

       EFETIVAR-LIMITE.

           SET CM-FUNCAO-LIMITE TO TRUE
           MOVE CONTA-PEND      TO CM-CONTA
           MOVE SPACES          TO CM-TITULAR
           MOVE SPACES          TO CM-AGENCIA
           MOVE VALOR-PEND      TO CM-LIMITE
           MOVE SPACE           TO CM-PREF-ENTREGA
           MOVE ID-PEND         TO CM-ID-APROVACAO
           MOVE SPACE           TO CM-TIPO-DESTINO
           MOVE SPACES          TO CM-CONTA-DESTINO

           EXEC CICS LINK
                PROGRAM('EXTR006')
                COMMAREA(WP-CON-COMMAREA)
                LENGTH(LENGTH OF WP-CON-COMMAREA)
           END-EXEC

           EVALUATE TRUE
               WHEN CM-STATUS-OK
                   CONTINUE
               WHEN CM-STATUS-RECUSADO
                   MOVE CM-MOTIVO TO WP-MOTIVO-OPERACAO
                   PERFORM DESFAZER-APROVACAO
               WHEN OTHER
                   SET WP-STATUS-ERRO TO TRUE
                   MOVE CM-SQLCODE-ERRO TO WP-SQLCODE-ERRO
           END-EVALUATE.

       DESFAZER-APROVACAO.

      *    The transaction refused the posting today - the claim is
      *    taken back so the item stays pending, and the supervisor
      *    sees the transaction's own reason in WP-MOTIVO-OPERACAO.
           EXEC CICS SYNCPOINT ROLLBACK
           END-EXEC

           SET WP-STATUS-RECUSADO TO TRUE
           SET WP-MOTIVO-OPERACAO-RECUSADA TO TRUE.

       GRAVAR-AUDITORIA.

      *    Accepted or refused, every decision attempt is part of
      *    the trail, on the item's account - function 'V' for an
      *    approval, 'N' for a rejection - always with APR1's own
      *    motivo. An approval that went through also left the
      *    posting transaction's own row, under the same checker.
      *    One the posting refused did not: the rollback that kept
      *    the item pending took that row with it, so it is written
      *    again here under the posting's own function ('T', 'S' or
      *    'L' - the item's FUNCAO) with the posting's own motivo,
      *    where its code reads against that transaction's list and
      *    not APR1's.
           MOVE EIBOPID   TO WS-OPERADOR
           MOVE EIBTRMID  TO WS-TERMINAL
           MOVE WP-MOTIVO TO MOTIVO-AUD

           IF WP-FUNCAO-APROVAR
               MOVE 'V' TO FUNCAO-AUD
           ELSE
               MOVE 'N' TO FUNCAO-AUD
           END-IF

           PERFORM INSERIR-AUDITORIA

           IF WP-MOTIVO-OPERACAO-RECUSADA AND NOT WP-STATUS-ERRO
               MOVE FUNCAO-PEND        TO FUNCAO-AUD
               MOVE WP-MOTIVO-OPERACAO TO MOTIVO-AUD
               PERFORM INSERIR-AUDITORIA
           END-IF.

       INSERIR-AUDITORIA.

           EXEC SQL
               INSERT INTO CONTAS_AUDIT
                   (CONTA, FUNCAO, MOTIVO, OPERADOR, TERMINAL,
                    DATA_HORA)
               VALUES
                   (:CONTA-PEND, :FUNCAO-AUD, :MOTIVO-AUD,
                    :WS-OPERADOR, :WS-TERMINAL, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE < 0
               PERFORM REPORTAR-ERRO-SQL
           END-IF.

       REPORTAR-ERRO-SQL.

           SET WP-STATUS-ERRO TO TRUE
           MOVE SQLCODE TO WP-SQLCODE-ERRO.
