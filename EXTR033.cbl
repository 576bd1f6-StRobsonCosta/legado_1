       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTR033.
       AUTHOR. EQUIPE-CONTAS-BATCH.
       DATE-WRITTEN. 15/10/2026.

      *================================================================*
      *  EXTR033                                                       *
      *  End-of-day expiry of dual-control items. A TRF1 transfer,     *
      *  EST1 reversal or CON1 limit raise parked on                   *
      *  APROVACOES_PENDENTES is good for the day it was keyed: APR1   *
      *  (EXTR032) already refuses to decide an item from an earlier   *
      *  day, and this run, scheduled after the counters close,        *
      *  marks every item still pending as expired - SITUACAO 'X',     *
      *  decided by operator 'BAT' - so the table never carries a      *
      *  'P' into the next day. Each expiry leaves a CONTAS_AUDIT row  *
      *  on the item's account (function 'Z', operator 'BAT'), the     *
      *  same trail an approval ('V') or a rejection ('N') leaves.     *
      *  Nothing is posted: an expired item that is still wanted is    *
      *  keyed again and goes through dual control afresh.             *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-SQLCODE-FETCH     PIC S9(8) COMP.
       01 WS-RETURN-CODE       PIC S9(4) COMP VALUE 0.
       01 WS-PARAR             PIC X(01) VALUE 'N'.
           88 WS-DEVE-PARAR        VALUE 'S'.
       01 WS-QTD-EXPIRADAS     PIC S9(9) COMP VALUE 0.
       01 WS-QTD-TRANSF        PIC S9(9) COMP VALUE 0.
       01 WS-QTD-ESTORNOS      PIC S9(9) COMP VALUE 0.
       01 WS-QTD-LIMITES       PIC S9(9) COMP VALUE 0.

       EXEC SQL
          BEGIN DECLARE SECTION
       END-EXEC.
       01 :ID-PEND          PIC S9(9) COMP.
       01 :FUNCAO-PEND      PIC X(01).
       01 :CONTA-PEND       PIC X(10).
       01 :OPERADOR-AUD     PIC X(03).
       01 :TERMINAL-AUD     PIC X(04).
       01 :ID-CTL           PIC S9(9) COMP.
       01 :RC-CTL           PIC S9(9) COMP.
       01 :QTD-CTL          PIC S9(9) COMP.
       EXEC SQL
          END DECLARE SECTION
       END-EXEC.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.

           PERFORM GRAVAR-INICIO-CONTROLE

           IF WS-RETURN-CODE = 0
               PERFORM EXPIRAR-PENDENCIAS
           END-IF

           DISPLAY 'EXTR033: PENDENCIAS EXPIRADAS = ' WS-QTD-EXPIRADAS
           DISPLAY 'EXTR033:   TRANSFERENCIAS    = ' WS-QTD-TRANSF
           DISPLAY 'EXTR033:   ESTORNOS          = ' WS-QTD-ESTORNOS
           DISPLAY 'EXTR033:   LIMITES           = ' WS-QTD-LIMITES

           PERFORM GRAVAR-FIM-CONTROLE

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       EXPIRAR-PENDENCIAS.

      *    WITH HOLD keeps the cursor alive across the COMMIT that
      *    closes each expiry, the way EXTR023 commits each marking.
      *    Anything keyed up to and including today is taken - the
      *    counters are closed when this runs.
           EXEC SQL
               DECLARE CURSOR_PENDENTES CURSOR WITH HOLD FOR
               SELECT ID_PENDENCIA, FUNCAO, CONTA
               FROM APROVACOES_PENDENTES
               WHERE SITUACAO = 'P'
                 AND DATE(DATA_HORA_SOLIC) <= CURRENT DATE
               ORDER BY ID_PENDENCIA
           END-EXEC.

           EXEC SQL
               OPEN CURSOR_PENDENTES
           END-EXEC

           IF SQLCODE < 0
               PERFORM REPORTAR-ERRO-SQL
           ELSE
               MOVE 0 TO WS-SQLCODE-FETCH

               PERFORM UNTIL WS-SQLCODE-FETCH NOT = 0
                          OR WS-DEVE-PARAR
                   EXEC SQL
                       FETCH CURSOR_PENDENTES
                           INTO :ID-PEND, :FUNCAO-PEND, :CONTA-PEND
                   END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE-FETCH

                   IF WS-SQLCODE-FETCH = 0
                       PERFORM EXPIRAR-PENDENCIA
                   END-IF
               END-PERFORM

               IF WS-SQLCODE-FETCH < 0
                   PERFORM REPORTAR-ERRO-SQL
               END-IF

               IF NOT WS-DEVE-PARAR
                   EXEC SQL
                       CLOSE CURSOR_PENDENTES
                   END-EXEC
               END-IF
           END-IF.

       EXPIRAR-PENDENCIA.

      *    Still 'P' is re-checked on the update: a supervisor
      *    deciding the item a moment before this run reached it
      *    keeps the decision.
           MOVE 'BAT'  TO OPERADOR-AUD
           MOVE 'BTCH' TO TERMINAL-AUD

           EXEC SQL
               UPDATE APROVACOES_PENDENTES
               SET SITUACAO          = 'X',
                   OPERADOR_DECISAO  = :OPERADOR-AUD,
                   TERMINAL_DECISAO  = :TERMINAL-AUD,
                   DATA_HORA_DECISAO = CURRENT TIMESTAMP
               WHERE ID_PENDENCIA = :ID-PEND
                 AND SITUACAO = 'P'
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE < 0
                   PERFORM ABANDONAR-PENDENCIA
               WHEN SQLERRD(3) = 0
                   CONTINUE
               WHEN OTHER
                   PERFORM GRAVAR-AUDITORIA-EXPIRACAO
                   IF NOT WS-DEVE-PARAR
                       EXEC SQL
                           COMMIT
                       END-EXEC
                       IF SQLCODE < 0
                           PERFORM ABANDONAR-PENDENCIA
                       ELSE
                           PERFORM CONTAR-EXPIRADA
                       END-IF
                   END-IF
           END-EVALUATE.

       GRAVAR-AUDITORIA-EXPIRACAO.

           EXEC SQL
               INSERT INTO CONTAS_AUDIT
                   (CONTA, FUNCAO, MOTIVO, OPERADOR, TERMINAL,
                    DATA_HORA)
               VALUES
                   (:CONTA-PEND, 'Z', '  ', :OPERADOR-AUD,
                    :TERMINAL-AUD, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE < 0
               PERFORM ABANDONAR-PENDENCIA
           END-IF.

       CONTAR-EXPIRADA.

           ADD 1 TO WS-QTD-EXPIRADAS

           EVALUATE FUNCAO-PEND
               WHEN 'T'
                   ADD 1 TO WS-QTD-TRANSF
               WHEN 'S'
                   ADD 1 TO WS-QTD-ESTORNOS
               WHEN 'L'
                   ADD 1 TO WS-QTD-LIMITES
           END-EVALUATE.

       ABANDONAR-PENDENCIA.

      *    An expiry without its audit row is worse than none: take
      *    the unit of work back and stop. Items committed before
      *    the failure are no longer 'P', so the resubmit is safe.
           PERFORM REPORTAR-ERRO-SQL

           EXEC SQL
               ROLLBACK
           END-EXEC

           SET WS-DEVE-PARAR TO TRUE.

       GRAVAR-INICIO-CONTROLE.

      *    Every batch program opens its run with a BATCH_CONTROLE
      *    row and closes it with the outcome - the run-control
      *    trail the operations handover reads (EXTR022). Committed
      *    on its own, so a later rollback never erases the fact the
      *    run started.
           EXEC SQL
               SELECT COALESCE(MAX(ID_EXECUCAO), 0) + 1
               INTO :ID-CTL
               FROM BATCH_CONTROLE
           END-EXEC

           IF SQLCODE < 0
               PERFORM REPORTAR-ERRO-SQL
           ELSE
               EXEC SQL
                   INSERT INTO BATCH_CONTROLE
                       (ID_EXECUCAO, PROGRAMA, DATA_REF, INICIO,
                        SITUACAO, RETURN_CODE, QTD_REGISTROS)
                   VALUES
                       (:ID-CTL, 'EXTR033', CURRENT DATE,
                        CURRENT TIMESTAMP, 'I', 0, 0)
               END-EXEC

               IF SQLCODE < 0
                   PERFORM REPORTAR-ERRO-SQL
               ELSE
                   EXEC SQL
                       COMMIT
                   END-EXEC
                   IF SQLCODE < 0
                       PERFORM REPORTAR-ERRO-SQL
                   END-IF
               END-IF
           END-IF.

       GRAVAR-FIM-CONTROLE.

           MOVE WS-RETURN-CODE   TO RC-CTL
           MOVE WS-QTD-EXPIRADAS TO QTD-CTL

           EXEC SQL
               UPDATE BATCH_CONTROLE
               SET FIM           = CURRENT TIMESTAMP,
                   SITUACAO      = 'F',
                   RETURN_CODE   = :RC-CTL,
                   QTD_REGISTROS = :QTD-CTL
               WHERE ID_EXECUCAO = :ID-CTL
           END-EXEC

           IF SQLCODE < 0
               PERFORM REPORTAR-ERRO-SQL
           ELSE
               EXEC SQL
                   COMMIT
               END-EXEC
               IF SQLCODE < 0
                   PERFORM REPORTAR-ERRO-SQL
               END-IF
           END-IF.

       REPORTAR-ERRO-SQL.

           DISPLAY 'EXTR033: ERRO DE ACESSO AO BANCO - SQLCODE = '
                   SQLCODE ' PENDENCIA = ' ID-PEND
           MOVE 16 TO WS-RETURN-CODE.
