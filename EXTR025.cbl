       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTR025.

      *================================================================*
      *  EXTR025                                                       *
      *  Suspicious-movement case decision, transaction ALR1. A case   *
      *  EXTR024 opened on ALERTAS_MONITOR stays open ('A') until an   *
      *  analyst closes it here: dismissed ('D') when the movements    *
      *  have an explanation, reported ('R') when they go to the       *
      *  regulator. Either way the justification, the operator, the   *
      *  terminal and the moment of the decision are written on the    *
      *  case itself, and a decided case is never reopened - the       *
      *  next hit on the same account and rule opens a fresh one.      *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-OPERADOR      PIC X(03).
       01 WS-TERMINAL      PIC X(04).

      *================================================================*
      *  WV-COMMAREA is a WORKING-STORAGE mirror of the commarea       *
      *  layout (same fields, WV- instead of CV-), for the same        *
      *  reason EXTR001 mirrors its commarea into WA-COMMAREA: when    *
      *  EIBCALEN = 0 there is no addressable storage at               *
      *  DFHCOMMAREA, so all work happens in the mirror and the       *
      *  record handed back on EXEC CICS RETURN is the mirror.        *
      *================================================================*
       COPY ALRCOM REPLACING
            ==DFHCOMMAREA==            BY ==WV-COMMAREA==
            ==CV-ENTRADA==             BY ==WV-ENTRADA==
            ==CV-ID-ALERTA==           BY ==WV-ID-ALERTA==
            ==CV-DECISAO==             BY ==WV-DECISAO==
            ==CV-DECISAO-DESCARTAR==   BY ==WV-DECISAO-DESCARTAR==
            ==CV-DECISAO-REPORTAR==    BY ==WV-DECISAO-REPORTAR==
            ==CV-JUSTIFICATIVA==       BY ==WV-JUSTIFICATIVA==
            ==CV-SAIDA==               BY ==WV-SAIDA==
            ==CV-STATUS==              BY ==WV-STATUS==
            ==CV-STATUS-OK==           BY ==WV-STATUS-OK==
            ==CV-STATUS-RECUSADO==     BY ==WV-STATUS-RECUSADO==
            ==CV-STATUS-ERRO==         BY ==WV-STATUS-ERRO==
            ==CV-SQLCODE-ERRO==        BY ==WV-SQLCODE-ERRO==
            ==CV-MOTIVO==              BY ==WV-MOTIVO==
            ==CV-MOTIVO-OK==           BY ==WV-MOTIVO-OK==
            ==CV-MOTIVO-DECISAO-INVALIDA==
                BY ==WV-MOTIVO-DECISAO-INVALIDA==
            ==CV-MOTIVO-JUSTIF-VAZIA==
                BY ==WV-MOTIVO-JUSTIF-VAZIA==
            ==CV-MOTIVO-CASO-NAO-EXISTE==
                BY ==WV-MOTIVO-CASO-NAO-EXISTE==
            ==CV-MOTIVO-CASO-JA-DECIDIDO==
                BY ==WV-MOTIVO-CASO-JA-DECIDIDO==
            ==CV-CONTA==               BY ==WV-CONTA==
            ==CV-REGRA==               BY ==WV-REGRA==
            ==CV-DOCUMENTO==           BY ==WV-DOCUMENTO==
            ==CV-QTD-MOVTOS==          BY ==WV-QTD-MOVTOS==
            ==CV-VALOR-TOTAL==         BY ==WV-VALOR-TOTAL==.

       EXEC SQL
          BEGIN DECLARE SECTION
       END-EXEC.
       01 :ID-ALR           PIC S9(9) COMP.
       01 :CONTA-ALR        PIC X(10).
       01 :REGRA-ALR        PIC X(02).
       01 :DOCUMENTO-ALR    PIC X(14).
       01 :SITUACAO-ALR     PIC X(01).
       01 :QTD-MOVTOS       PIC S9(9) COMP.
       01 :VALOR-ALR        DECIMAL(15,2).
       01 :DECISAO-ALR      PIC X(01).
       01 :JUSTIF-ALR       PIC X(60).
       EXEC SQL
          END DECLARE SECTION
       END-EXEC.

       LINKAGE SECTION.

       COPY ALRCOM.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.

           PERFORM INICIALIZAR-COMMAREA
           PERFORM VALIDAR-ENTRADA

           IF WV-STATUS-OK
               PERFORM LER-CASO
           END-IF

           IF WV-STATUS-OK
               PERFORM DECIDIR-CASO
           END-IF

           EXEC CICS RETURN
                TRANSID('ALR1')
                COMMAREA(WV-COMMAREA)
                LENGTH(LENGTH OF WV-COMMAREA)
           END-EXEC.

           STOP RUN.

       INICIALIZAR-COMMAREA.

      *    CICS only guarantees commarea storage when EIBCALEN is
      *    greater than zero; with no commarea passed in there is
      *    nothing valid to address at DFHCOMMAREA, so defaults are
      *    built straight into WV-COMMAREA without referencing it.
           IF EIBCALEN = 0
               MOVE 0      TO WV-ID-ALERTA
               MOVE SPACE  TO WV-DECISAO
               MOVE SPACES TO WV-JUSTIFICATIVA
           ELSE
               MOVE CV-ID-ALERTA     TO WV-ID-ALERTA
               MOVE CV-DECISAO       TO WV-DECISAO
               MOVE CV-JUSTIFICATIVA TO WV-JUSTIFICATIVA
           END-IF

           SET WV-STATUS-OK TO TRUE
           MOVE 0 TO WV-SQLCODE-ERRO
           SET WV-MOTIVO-OK TO TRUE
           MOVE SPACES TO WV-CONTA
           MOVE SPACES TO WV-REGRA
           MOVE SPACES TO WV-DOCUMENTO
           MOVE 0 TO WV-QTD-MOVTOS
           MOVE 0 TO WV-VALOR-TOTAL.

       VALIDAR-ENTRADA.

      *    A decision nobody explained is no decision the regulator
      *    will accept - the justification is mandatory either way.
           EVALUATE TRUE
               WHEN NOT (WV-DECISAO-DESCARTAR OR WV-DECISAO-REPORTAR)
                   SET WV-STATUS-RECUSADO TO TRUE
                   SET WV-MOTIVO-DECISAO-INVALIDA TO TRUE
               WHEN WV-JUSTIFICATIVA = SPACES
                   SET WV-STATUS-RECUSADO TO TRUE
                   SET WV-MOTIVO-JUSTIF-VAZIA TO TRUE
               WHEN WV-ID-ALERTA NOT > 0
                   SET WV-STATUS-RECUSADO TO TRUE
                   SET WV-MOTIVO-CASO-NAO-EXISTE TO TRUE
           END-EVALUATE.

       LER-CASO.

           MOVE WV-ID-ALERTA TO ID-ALR

           EXEC SQL
               SELECT CONTA, REGRA, DOCUMENTO, SITUACAO,
                      QTD_MOVTOS, VALOR_TOTAL
               INTO :CONTA-ALR, :REGRA-ALR, :DOCUMENTO-ALR,
                    :SITUACAO-ALR, :QTD-MOVTOS, :VALOR-ALR
               FROM ALERTAS_MONITOR
               WHERE ID_ALERTA = :ID-ALR
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WV-STATUS-RECUSADO TO TRUE
                   SET WV-MOTIVO-CASO-NAO-EXISTE TO TRUE
               WHEN SQLCODE < 0
                   PERFORM REPORTAR-ERRO-SQL
               WHEN OTHER
                   MOVE CONTA-ALR     TO WV-CONTA
                   MOVE REGRA-ALR     TO WV-REGRA
                   MOVE DOCUMENTO-ALR TO WV-DOCUMENTO
                   MOVE QTD-MOVTOS    TO WV-QTD-MOVTOS
                   MOVE VALOR-ALR     TO WV-VALOR-TOTAL
                   IF SITUACAO-ALR NOT = 'A'
                       SET WV-STATUS-RECUSADO TO TRUE
                       SET WV-MOTIVO-CASO-JA-DECIDIDO TO TRUE
                   END-IF
           END-EVALUATE.

       DECIDIR-CASO.

      *    The update only takes a case still open, so two analysts
      *    deciding the same case at once cannot both win - the
      *    second one finds nothing to update and is told the case
      *    was already decided.
           MOVE WV-DECISAO       TO DECISAO-ALR
           MOVE WV-JUSTIFICATIVA TO JUSTIF-ALR
           MOVE EIBOPID          TO WS-OPERADOR
           MOVE EIBTRMID         TO WS-TERMINAL

           EXEC SQL
               UPDATE ALERTAS_MONITOR
               SET SITUACAO         = :DECISAO-ALR,
                   JUSTIFICATIVA    = :JUSTIF-ALR,
                   OPERADOR_DECISAO = :WS-OPERADOR,
                   TERMINAL_DECISAO = :WS-TERMINAL,
                   DATA_DECISAO     = CURRENT TIMESTAMP
               WHERE ID_ALERTA = :ID-ALR
                 AND SITUACAO = 'A'
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WV-STATUS-RECUSADO TO TRUE
                   SET WV-MOTIVO-CASO-JA-DECIDIDO TO TRUE
               WHEN SQLCODE < 0
                   PERFORM REPORTAR-ERRO-SQL
           END-EVALUATE.

       REPORTAR-ERRO-SQL.

           SET WV-STATUS-ERRO TO TRUE
           MOVE SQLCODE TO WV-SQLCODE-ERRO.
