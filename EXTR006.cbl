      *  Refusals come back with CM-MOTIVO set so the screen can say   *
      *  exactly why: duplicate account on open, non-zero balance on   *
      *  close, wrong current status for the requested transition.     *
      *  A limit raised above the CON1 'L' threshold on                *
      *  LIMITES_APROVACAO (function 'L') is not applied: it is        *
      *  parked on APROVACOES_PENDENTES and answered with status 'P'.  *
      *  A supervisor approving it through APR1 (EXTR032) LINKs back   *
      *  here with CM-ID-APROVACAO set, and the change is made then.   *
      *  An account that still holds money is closed through function  *
      *  'F': the request - destination account or cashier's cheque -  *
      *  is checked and queued on ENCERRAMENTOS, and the overnight     *
      *  settlement (EXTR035) posts the final interest and fees,       *
      *  cancels the payment orders, pays the residual out and closes  *
      *  the account. 'E' stays the direct close of a zero balance.    *
      *================================================================*

       ENVIRONMENT DIVISION.
            ==CM-FUNCAO-LIMITE==       BY ==WM-FUNCAO-LIMITE==
            ==CM-FUNCAO-ENTREGA==      BY ==WM-FUNCAO-ENTREGA==
            ==CM-FUNCAO-REATIVAR==     BY ==WM-FUNCAO-REATIVAR==
            ==CM-FUNCAO-SOLICITAR-ENCERRAMENTO==
                BY ==WM-FUNCAO-SOLICITAR-ENCERRAMENTO==
            ==CM-CONTA==               BY ==WM-CONTA==
            ==CM-TITULAR==             BY ==WM-TITULAR==
            ==CM-AGENCIA==             BY ==WM-AGENCIA==
            ==CM-PREF-ENTREGA==        BY ==WM-PREF-ENTREGA==
            ==CM-ENTREGA-PAPEL==       BY ==WM-ENTREGA-PAPEL==
            ==CM-ENTREGA-ELETRONICA==  BY ==WM-ENTREGA-ELETRONICA==
            ==CM-ID-APROVACAO==        BY ==WM-ID-APROVACAO==
            ==CM-TIPO-DESTINO==        BY ==WM-TIPO-DESTINO==
            ==CM-DESTINO-CONTA==       BY ==WM-DESTINO-CONTA==
            ==CM-DESTINO-CHEQUE-ADM==  BY ==WM-DESTINO-CHEQUE-ADM==
            ==CM-CONTA-DESTINO==       BY ==WM-CONTA-DESTINO==
            ==CM-SAIDA==               BY ==WM-SAIDA==
            ==CM-STATUS==              BY ==WM-STATUS==
            ==CM-STATUS-OK==           BY ==WM-STATUS-OK==
            ==CM-STATUS-RECUSADO==     BY ==WM-STATUS-RECUSADO==
            ==CM-STATUS-ERRO==         BY ==WM-STATUS-ERRO==
            ==CM-STATUS-PENDENTE==     BY ==WM-STATUS-PENDENTE==
            ==CM-SQLCODE-ERRO==        BY ==WM-SQLCODE-ERRO==
            ==CM-MOTIVO==              BY ==WM-MOTIVO==
            ==CM-MOTIVO-OK==           BY ==WM-MOTIVO-OK==
                BY ==WM-MOTIVO-ENTREGA-INVALIDA==
            ==CM-MOTIVO-NAO-DORMENTE==
                BY ==WM-MOTIVO-NAO-DORMENTE==
            ==CM-MOTIVO-AGUARDA-APROVACAO==
                BY ==WM-MOTIVO-AGUARDA-APROVACAO==
            ==CM-MOTIVO-APROVACAO-INVALIDA==
                BY ==WM-MOTIVO-APROVACAO-INVALIDA==
            ==CM-MOTIVO-DESTINO-INVALIDO==
                BY ==WM-MOTIVO-DESTINO-INVALIDO==
            ==CM-MOTIVO-BLOQUEIO-JUDICIAL==
                BY ==WM-MOTIVO-BLOQUEIO-JUDICIAL==
            ==CM-MOTIVO-ENCERRAMENTO-PENDENTE==
                BY ==WM-MOTIVO-ENCERRAMENTO-PENDENTE==
            ==CM-SITUACAO-ATUAL==      BY ==WM-SITUACAO-ATUAL==
            ==CM-CONTA-ATIVA==         BY ==WM-CONTA-ATIVA==
            ==CM-CONTA-BLOQUEADA==     BY ==WM-CONTA-BLOQUEADA==
            ==CM-CONTA-ENCERRADA==     BY ==WM-CONTA-ENCERRADA==
            ==CM-CONTA-DORMENTE==      BY ==WM-CONTA-DORMENTE==
            ==CM-ID-PENDENCIA==        BY ==WM-ID-PENDENCIA==
            ==CM-ID-ENCERRAMENTO==     BY ==WM-ID-ENCERRAMENTO==.

       EXEC SQL
          BEGIN DECLARE SECTION
       01 :ENTREGA-MNT      PIC X(01).
       01 :FUNCAO-AUD       PIC X(01).
       01 :MOTIVO-AUD       PIC X(02).
       01 :LIMITE-ATUAL     DECIMAL(15,2).
       01 :LIMITE-ALCADA    DECIMAL(15,2).
       01 :ID-PEND          PIC S9(9) COMP.
       01 :CONTA-DEST-MNT   PIC X(10).
       01 :SITUACAO-DEST    PIC X(01).
       01 :TIPO-DEST-MNT    PIC X(01).
       01 :QTD-BLOQ-JUD     PIC S9(9) COMP.
       01 :QTD-ENC-PEND     PIC S9(9) COMP.
       01 :ID-ENC           PIC S9(9) COMP.
       EXEC SQL
          END DECLARE SECTION
       END-EXEC.

           PERFORM GRAVAR-AUDITORIA

      *    Run for an approved item, this program was LINKed from
      *    APR1's task and answers APR1, not the terminal.
           IF EIBTRNID = 'APR1'
               MOVE WM-COMMAREA TO DFHCOMMAREA
               EXEC CICS RETURN
               END-EXEC
           ELSE
               EXEC CICS RETURN
                    TRANSID('CON1')
                    COMMAREA(WM-COMMAREA)
                    LENGTH(LENGTH OF WM-COMMAREA)
               END-EXEC
           END-IF.

           STOP RUN.

               MOVE SPACES TO WM-AGENCIA
               MOVE 0      TO WM-LIMITE
               MOVE SPACE  TO WM-PREF-ENTREGA
               MOVE 0      TO WM-ID-APROVACAO
               MOVE SPACE  TO WM-TIPO-DESTINO
               MOVE SPACES TO WM-CONTA-DESTINO
           ELSE
               MOVE CM-FUNCAO  TO WM-FUNCAO
               MOVE CM-CONTA   TO WM-CONTA
               MOVE CM-AGENCIA TO WM-AGENCIA
               MOVE CM-LIMITE  TO WM-LIMITE
               MOVE CM-PREF-ENTREGA TO WM-PREF-ENTREGA
               MOVE CM-ID-APROVACAO TO WM-ID-APROVACAO
               MOVE CM-TIPO-DESTINO TO WM-TIPO-DESTINO
               MOVE CM-CONTA-DESTINO TO WM-CONTA-DESTINO
           END-IF

           SET WM-STATUS-OK TO TRUE
           MOVE 0 TO WM-SQLCODE-ERRO
           SET WM-MOTIVO-OK TO TRUE
           MOVE SPACE TO WM-SITUACAO-ATUAL
           MOVE 0 TO WM-ID-PENDENCIA
           MOVE 0 TO WM-ID-ENCERRAMENTO.

       VALIDAR-ENTRADA.

                         OR WM-FUNCAO-ENCERRAR
                         OR WM-FUNCAO-LIMITE
                         OR WM-FUNCAO-ENTREGA
                         OR WM-FUNCAO-REATIVAR
                         OR WM-FUNCAO-SOLICITAR-ENCERRAMENTO)
                   SET WM-STATUS-RECUSADO TO TRUE
                   SET WM-MOTIVO-FUNCAO-INVALIDA TO TRUE
      *        Only APR1 may present an approved item, and only a
      *        limit change is ever parked - from the screen an
      *        approval id would be a way round the supervisor.
               WHEN WM-ID-APROVACAO NOT = 0
                    AND (EIBTRNID NOT = 'APR1'
                         OR NOT WM-FUNCAO-LIMITE)
                   SET WM-STATUS-RECUSADO TO TRUE
                   SET WM-MOTIVO-APROVACAO-INVALIDA TO TRUE
               WHEN WM-CONTA = SPACES
                   SET WM-STATUS-RECUSADO TO TRUE
                   SET WM-MOTIVO-CONTA-INVALIDA TO TRUE
                             OR WM-ENTREGA-ELETRONICA)
                   SET WM-STATUS-RECUSADO TO TRUE
                   SET WM-MOTIVO-ENTREGA-INVALIDA TO TRUE
      *        The residual goes to one of our own accounts - never
      *        back into the one being closed - or out as a
      *        cashier's cheque, which needs no account at all.
               WHEN WM-FUNCAO-SOLICITAR-ENCERRAMENTO
                    AND NOT (WM-DESTINO-CONTA
                             OR WM-DESTINO-CHEQUE-ADM)
                   SET WM-STATUS-RECUSADO TO TRUE
                   SET WM-MOTIVO-DESTINO-INVALIDO TO TRUE
               WHEN WM-FUNCAO-SOLICITAR-ENCERRAMENTO
                    AND WM-DESTINO-CONTA
                    AND (WM-CONTA-DESTINO IS NOT NUMERIC
                         OR WM-CONTA-DESTINO = WM-CONTA)
                   SET WM-STATUS-RECUSADO TO TRUE
                   SET WM-MOTIVO-DESTINO-INVALIDO TO TRUE
           END-EVALUATE.

       EXECUTAR-FUNCAO.
                       PERFORM ALTERAR-ENTREGA
                   WHEN WM-FUNCAO-REATIVAR
                       PERFORM REATIVAR-CONTA
                   WHEN WM-FUNCAO-SOLICITAR-ENCERRAMENTO
                       PERFORM SOLICITAR-ENCERRAMENTO
               END-EVALUATE
           END-IF.

                   SET WM-STATUS-RECUSADO TO TRUE
                   SET WM-MOTIVO-JA-ENCERRADA TO TRUE
               WHEN OTHER
                   IF WM-ID-APROVACAO = 0
                       PERFORM VERIFICAR-ALCADA
                   END-IF
                   IF WM-STATUS-OK
                       PERFORM ATUALIZAR-LIMITE
                   END-IF
           END-EVALUATE.

       VERIFICAR-ALCADA.

      *    A limit is credit the bank extends, so only raising it
      *    past the threshold needs a second pair of eyes - cutting
      *    a limit never waits. No row for the function means no
      *    threshold.
           EXEC SQL
               SELECT COALESCE(LIMITE, 0)
               INTO :LIMITE-ATUAL
               FROM CONTAS
               WHERE CONTA = :CONTA-MNT
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM REPORTAR-ERRO-SQL
           ELSE
               EXEC SQL
                   SELECT VALOR_LIMITE
                   INTO :LIMITE-ALCADA
                   FROM LIMITES_APROVACAO
                   WHERE FUNCAO = 'L'
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE = 100
                       CONTINUE
                   WHEN SQLCODE < 0
                       PERFORM REPORTAR-ERRO-SQL
                   WHEN WM-LIMITE > LIMITE-ALCADA
                        AND WM-LIMITE > LIMITE-ATUAL
                       PERFORM REGISTRAR-PENDENCIA
               END-EVALUATE
           END-IF.

       REGISTRAR-PENDENCIA.

           MOVE EIBOPID   TO WS-OPERADOR
           MOVE EIBTRMID  TO WS-TERMINAL
           MOVE WM-LIMITE TO LIMITE-MNT

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
                   SELECT :ID-PEND, 'L', AGENCIA, CONTA,
                          ' ', 0, :LIMITE-MNT, 'P',
                          :WS-OPERADOR, :WS-TERMINAL,
                          CURRENT TIMESTAMP
                   FROM CONTAS
                   WHERE CONTA = :CONTA-MNT
               END-EXEC

               IF SQLCODE < 0
                   PERFORM REPORTAR-ERRO-SQL
               ELSE
                   SET WM-STATUS-PENDENTE TO TRUE
                   SET WM-MOTIVO-AGUARDA-APROVACAO TO TRUE
                   MOVE ID-PEND TO WM-ID-PENDENCIA
               END-IF
           END-IF.

       REATIVAR-CONTA.

      *    Reactivation is the counter's side of the EXTR023
                   PERFORM MUDAR-SITUACAO-A
           END-EVALUATE.

       SOLICITAR-ENCERRAMENTO.

      *    Only an active account is queued: a blocked one is frozen
      *    for a reason the branch must clear first, and a dormant
      *    one is reactivated ('R') with the customer at the
      *    counter. What the settlement would refuse anyway is
      *    refused here, while the customer can still be told.
           EVALUATE TRUE
               WHEN SITUACAO-MNT = SPACE
                   SET WM-STATUS-RECUSADO TO TRUE
                   SET WM-MOTIVO-CONTA-NAO-EXISTE TO TRUE
               WHEN SITUACAO-MNT = 'E'
                   SET WM-STATUS-RECUSADO TO TRUE
                   SET WM-MOTIVO-JA-ENCERRADA TO TRUE
               WHEN SITUACAO-MNT NOT = 'A'
                   SET WM-STATUS-RECUSADO TO TRUE
                   SET WM-MOTIVO-SITUACAO-INVALIDA TO TRUE
               WHEN OTHER
                   PERFORM VALIDAR-ENCERRAMENTO
                   IF WM-STATUS-OK
                       PERFORM REGISTRAR-ENCERRAMENTO
                   END-IF
           END-EVALUATE.

       VALIDAR-ENCERRAMENTO.

      *    A hold placed for a court order (EXTR031) keeps the money
      *    where it is until the court says otherwise; the other
      *    holds are released by the settlement itself.
           EXEC SQL
               SELECT COUNT(*)
               INTO :QTD-BLOQ-JUD
               FROM BLOQUEIOS_VALOR B
               INNER JOIN ORDENS_JUDICIAIS_BLOQ O
                  ON O.ID_BLOQUEIO = B.ID_BLOQUEIO
               WHERE B.CONTA = :CONTA-MNT
                 AND B.SITUACAO = 'A'
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE < 0
                   PERFORM REPORTAR-ERRO-SQL
               WHEN QTD-BLOQ-JUD > 0
                   SET WM-STATUS-RECUSADO TO TRUE
                   SET WM-MOTIVO-BLOQUEIO-JUDICIAL TO TRUE
               WHEN OTHER
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO :QTD-ENC-PEND
                       FROM ENCERRAMENTOS
                       WHERE CONTA = :CONTA-MNT
                         AND SITUACAO = 'P'
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE < 0
                           PERFORM REPORTAR-ERRO-SQL
                       WHEN QTD-ENC-PEND > 0
                           SET WM-STATUS-RECUSADO TO TRUE
                           SET WM-MOTIVO-ENCERRAMENTO-PENDENTE TO TRUE
                   END-EVALUATE
           END-EVALUATE

           IF WM-STATUS-OK AND WM-DESTINO-CONTA
               PERFORM VALIDAR-CONTA-DESTINO
           END-IF.

       VALIDAR-CONTA-DESTINO.

      *    The residual moves like a TRF1 credit, so the destination
      *    follows TRF1's rule: on file and active.
           MOVE WM-CONTA-DESTINO TO CONTA-DEST-MNT

           EXEC SQL
               SELECT SITUACAO
               INTO :SITUACAO-DEST
               FROM CONTAS
               WHERE CONTA = :CONTA-DEST-MNT
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WM-STATUS-RECUSADO TO TRUE
                   SET WM-MOTIVO-DESTINO-INVALIDO TO TRUE
               WHEN SQLCODE < 0
                   PERFORM REPORTAR-ERRO-SQL
               WHEN SITUACAO-DEST NOT = 'A'
                   SET WM-STATUS-RECUSADO TO TRUE
                   SET WM-MOTIVO-DESTINO-INVALIDO TO TRUE
           END-EVALUATE.

       REGISTRAR-ENCERRAMENTO.

           MOVE EIBOPID         TO WS-OPERADOR
           MOVE EIBTRMID        TO WS-TERMINAL
           MOVE WM-TIPO-DESTINO TO TIPO-DEST-MNT

           IF WM-DESTINO-CONTA
               MOVE WM-CONTA-DESTINO TO CONTA-DEST-MNT
           ELSE
               MOVE SPACES TO CONTA-DEST-MNT
           END-IF

           EXEC SQL
               SELECT COALESCE(MAX(ID_ENCERRAMENTO), 0) + 1
               INTO :ID-ENC
               FROM ENCERRAMENTOS
           END-EXEC

           IF SQLCODE < 0
               PERFORM REPORTAR-ERRO-SQL
           ELSE
               EXEC SQL
                   INSERT INTO ENCERRAMENTOS
                       (ID_ENCERRAMENTO, CONTA, AGENCIA,
                        TIPO_DESTINO, CONTA_DESTINO, SITUACAO,
                        MOTIVO, OPERADOR_SOLIC, TERMINAL_SOLIC,
                        DATA_HORA_SOLIC)
                   SELECT :ID-ENC, CONTA, AGENCIA,
                          :TIPO-DEST-MNT, :CONTA-DEST-MNT, 'P',
                          '  ', :WS-OPERADOR, :WS-TERMINAL,
                          CURRENT TIMESTAMP
                   FROM CONTAS
                   WHERE CONTA = :CONTA-MNT
               END-EXEC

               IF SQLCODE < 0
                   PERFORM REPORTAR-ERRO-SQL
               ELSE
                   MOVE ID-ENC TO WM-ID-ENCERRAMENTO
               END-IF
           END-IF.

       ALTERAR-ENTREGA.

      *    Delivery preference follows the limit's rule: settable
