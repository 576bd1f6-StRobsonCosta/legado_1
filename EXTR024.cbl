       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTR024.
       AUTHOR. EQUIPE-CONTAS-BATCH.
       DATE-WRITTEN. 15/10/2026.

      *================================================================*
      *  EXTR024                                                       *
      *  Nightly suspicious-movement monitoring. Today's EXTRATOS      *
      *  are swept against three rules the compliance area keeps on    *
      *  MONITOR_REGRA (one row per rule - switched on or off, with    *
      *  its amount, percentage, count and window; a rule with no      *
      *  row runs on the defaults below):                              *
      *    'FR' structuring - QTD_MINIMA or more credits in the day    *
      *         each falling just under the reporting threshold        *
      *         VALOR_REFERENCIA, within PERCENTUAL of it;             *
      *    'ES' pass-through - money taken in through the EXTR007      *
      *         channel intake and sent out again by a TRF1 transfer   *
      *         later the same day, the outflow reaching PERCENTUAL    *
      *         of an intake of at least VALOR_REFERENCIA;             *
      *    'RD' awakened account - an account EXTR023 had marked       *
      *         dormant and CON1 reactivated within JANELA_DIAS days   *
      *         moving VALOR_REFERENCIA or more in the day.            *
      *  Each hit opens a case on ALERTAS_MONITOR - one open case per  *
      *  account and rule, carrying the CLIENTES document of the       *
      *  account holder and a status that starts open ('A') and is     *
      *  closed by compliance as dismissed ('D') or reported ('R')     *
      *  through ALR1 - and the movements that triggered it go on      *
      *  ALERTAS_MOVTO. A hit on an account that already has an open   *
      *  case for the same rule adds the new movements to that case    *
      *  instead of opening another, and a movement already attached   *
      *  to a case for a rule is never attached again, so the job can  *
      *  be resubmitted safely. The report (DD EXTRMON) lists the      *
      *  cases opened or added to tonight, grouped by branch with a    *
      *  subtotal per branch and a bank-wide total, the same           *
      *  presentation EXTR014 gives the over-limit accounts.           *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE
               ASSIGN TO "EXTRMON"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-SQLCODE-CONTA     PIC S9(8) COMP.
       01 WS-SQLCODE-FETCH     PIC S9(8) COMP.
       01 WS-RETURN-CODE       PIC S9(4) COMP VALUE 0.
       01 WS-PARAR             PIC X(01) VALUE 'N'.
           88 WS-DEVE-PARAR        VALUE 'S'.
       01 WS-CASO-NOVO         PIC X(01) VALUE 'N'.
           88 WS-ABRIU-CASO        VALUE 'S'.
       01 WS-QTD-VINCULADOS    PIC S9(9) COMP VALUE 0.
       01 WS-QTD-ABERTOS       PIC S9(9) COMP VALUE 0.
       01 WS-QTD-ACRESCIDOS    PIC S9(9) COMP VALUE 0.
       01 WS-AGENCIA-ANTERIOR  PIC X(04).
       01 WS-TEM-AGENCIA       PIC X(01) VALUE 'N'.
           88 WS-AGENCIA-EM-CURSO  VALUE 'S'.

      *    Rule defaults - what each rule runs on when compliance has
      *    not put a MONITOR_REGRA row of its own in place.
       01 WS-FR-LIGADA         PIC X(01) VALUE 'S'.
           88 WS-FR-ATIVA          VALUE 'S'.
       01 WS-FR-TETO           PIC S9(11)V99 VALUE 50000.00.
       01 WS-FR-MARGEM-PCT     PIC S9(3)V99 VALUE 10.00.
       01 WS-FR-QTD-MINIMA     PIC S9(9) COMP VALUE 2.
       01 WS-ES-LIGADA         PIC X(01) VALUE 'S'.
           88 WS-ES-ATIVA          VALUE 'S'.
       01 WS-ES-ENTRADA-MINIMA PIC S9(11)V99 VALUE 5000.00.
       01 WS-ES-REPASSE-PCT    PIC S9(3)V99 VALUE 80.00.
       01 WS-RD-LIGADA         PIC X(01) VALUE 'S'.
           88 WS-RD-ATIVA          VALUE 'S'.
       01 WS-RD-VOLUME         PIC S9(11)V99 VALUE 10000.00.
       01 WS-RD-JANELA-DIAS    PIC S9(9) COMP VALUE 30.

       01 WS-AGE-QTD           PIC S9(9)  COMP VALUE 0.
       01 WS-AGE-VALOR         PIC S9(11)V99 VALUE 0.
       01 WS-GER-QTD           PIC S9(9)  COMP VALUE 0.
       01 WS-GER-VALOR         PIC S9(11)V99 VALUE 0.

       01 WS-QTD-ED            PIC ZZZZZZZZ9.
       01 WS-MOVTOS-ED         PIC ZZZZ9.
       01 WS-ID-ED             PIC ZZZZZZZZ9.
       01 WS-VALOR-ED          PIC -99999999999.99.

       EXEC SQL
          BEGIN DECLARE SECTION
       END-EXEC.
       01 :CONTA-ALR        PIC X(10).
       01 :AGENCIA-ALR      PIC X(04).
       01 :DOCUMENTO-ALR    PIC X(14).
       01 :NOME-ALR         PIC X(40).
       01 :REGRA-ALR        PIC X(02).
       01 :ID-ALERTA        PIC S9(9) COMP.
       01 :QTD-MOVTOS       PIC S9(9) COMP.
       01 :VALOR-ALR        DECIMAL(15,2).
       01 :SAIDA-ALR        DECIMAL(15,2).
       01 :SEQ-PRIMEIRA     PIC S9(9) COMP.
       01 :CASO-DO-DIA      PIC X(01).
       01 :LIMIAR-INFERIOR  DECIMAL(15,2).
       01 :TETO-FR          DECIMAL(15,2).
       01 :QTD-MINIMA-FR    PIC S9(9) COMP.
       01 :ENTRADA-MIN-ES   DECIMAL(15,2).
       01 :VOLUME-RD        DECIMAL(15,2).
       01 :JANELA-RD        PIC S9(9) COMP.
       01 :REGRA-PARM       PIC X(02).
       01 :ATIVA-PARM       PIC X(01).
       01 :VALOR-PARM       DECIMAL(15,2).
       01 :PCT-PARM         DECIMAL(5,2).
       01 :QTD-PARM         PIC S9(9) COMP.
       01 :JANELA-PARM      PIC S9(9) COMP.
       01 :ID-CTL           PIC S9(9) COMP.
       01 :RC-CTL           PIC S9(9) COMP.
       01 :QTD-CTL          PIC S9(9) COMP.
       01 :QTD-PRE-CTL      PIC S9(9) COMP.
       EXEC SQL
          END DECLARE SECTION
       END-EXEC.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.

           PERFORM GRAVAR-INICIO-CONTROLE

           IF WS-RETURN-CODE = 0
               PERFORM VERIFICAR-CARGA-DO-DIA
           END-IF

           IF WS-RETURN-CODE = 0
               PERFORM CARREGAR-REGRAS
           END-IF

           IF WS-RETURN-CODE = 0 AND WS-FR-ATIVA
               PERFORM VARRER-FRACIONAMENTO
           END-IF

           IF WS-RETURN-CODE = 0 AND WS-ES-ATIVA
               PERFORM VARRER-ENTRADA-SAIDA
           END-IF

           IF WS-RETURN-CODE = 0 AND WS-RD-ATIVA
               PERFORM VARRER-REATIVADAS
           END-IF

           OPEN OUTPUT REPORT-FILE

      *    Same rule as EXTR014: a report written under a failed
      *    sweep would read as a quiet night.
           IF WS-RETURN-CODE = 0
               PERFORM ESCREVER-CABECALHO
               PERFORM RELATAR-CASOS
           END-IF

           IF WS-RETURN-CODE = 0
               IF WS-AGENCIA-EM-CURSO
                   PERFORM ESCREVER-SUBTOTAL-AGENCIA
               END-IF
               PERFORM ESCREVER-TOTAL-GERAL
           END-IF

           CLOSE REPORT-FILE

           DISPLAY 'EXTR024: CASOS ABERTOS     = ' WS-QTD-ABERTOS
           DISPLAY 'EXTR024: CASOS ACRESCIDOS  = ' WS-QTD-ACRESCIDOS

           PERFORM GRAVAR-FIM-CONTROLE

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       VERIFICAR-CARGA-DO-DIA.

      *    The pass-through rule looks for money that came in through
      *    the channel intake; swept before tonight's EXTR007 load
      *    has finished, it would miss exactly the day's movements
      *    it exists to see - the same precondition EXTR005 keeps.
           EXEC SQL
               SELECT COUNT(*)
               INTO :QTD-PRE-CTL
               FROM BATCH_CONTROLE
               WHERE PROGRAMA = 'EXTR007'
                 AND DATA_REF = CURRENT DATE
                 AND SITUACAO = 'F'
                 AND RETURN_CODE <= 4
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE < 0
                   PERFORM REPORTAR-ERRO-SQL
               WHEN QTD-PRE-CTL = 0
                   DISPLAY 'EXTR024: CARGA EXTR007 DE HOJE SEM '
                           'TERMINO LIMPO - EXECUCAO RECUSADA'
                   MOVE 8 TO WS-RETURN-CODE
           END-EVALUATE.

       CARREGAR-REGRAS.

      *    A MONITOR_REGRA row overrides the defaults for its rule;
      *    a rule compliance never configured keeps them.
           MOVE 'FR' TO REGRA-PARM
           PERFORM LER-REGRA
           IF WS-RETURN-CODE = 0 AND SQLCODE = 0
               MOVE ATIVA-PARM  TO WS-FR-LIGADA
               MOVE VALOR-PARM  TO WS-FR-TETO
               MOVE PCT-PARM    TO WS-FR-MARGEM-PCT
               MOVE QTD-PARM    TO WS-FR-QTD-MINIMA
           END-IF

           IF WS-RETURN-CODE = 0
               MOVE 'ES' TO REGRA-PARM
               PERFORM LER-REGRA
               IF WS-RETURN-CODE = 0 AND SQLCODE = 0
                   MOVE ATIVA-PARM  TO WS-ES-LIGADA
                   MOVE VALOR-PARM  TO WS-ES-ENTRADA-MINIMA
                   MOVE PCT-PARM    TO WS-ES-REPASSE-PCT
               END-IF
           END-IF

           IF WS-RETURN-CODE = 0
               MOVE 'RD' TO REGRA-PARM
               PERFORM LER-REGRA
               IF WS-RETURN-CODE = 0 AND SQLCODE = 0
                   MOVE ATIVA-PARM  TO WS-RD-LIGADA
                   MOVE VALOR-PARM  TO WS-RD-VOLUME
                   MOVE JANELA-PARM TO WS-RD-JANELA-DIAS
               END-IF
           END-IF

           COMPUTE LIMIAR-INFERIOR ROUNDED =
               WS-FR-TETO * (100 - WS-FR-MARGEM-PCT) / 100
           MOVE WS-FR-TETO           TO TETO-FR
           MOVE WS-FR-QTD-MINIMA     TO QTD-MINIMA-FR
           MOVE WS-ES-ENTRADA-MINIMA TO ENTRADA-MIN-ES
           MOVE WS-RD-VOLUME         TO VOLUME-RD
           MOVE WS-RD-JANELA-DIAS    TO JANELA-RD.

       LER-REGRA.

           EXEC SQL
               SELECT ATIVA, VALOR_REFERENCIA, PERCENTUAL,
                      QTD_MINIMA, JANELA_DIAS
               INTO :ATIVA-PARM, :VALOR-PARM, :PCT-PARM,
                    :QTD-PARM, :JANELA-PARM
               FROM MONITOR_REGRA
               WHERE REGRA = :REGRA-PARM
           END-EXEC

           IF SQLCODE < 0
               PERFORM REPORTAR-ERRO-SQL
           END-IF.

       VARRER-FRACIONAMENTO.

      *    Credits the bank posts itself - interest, reversals, an
      *    order payment, a TED sent back, a court deposit, a
      *    closure settlement, the EXTR019 archive anchor - are
      *    nobody's structuring, so they are left out by the
      *    COD_HISTORICO every poster stamps. The day is the day the
      *    movement reached CONTAS.SALDO (DATA_CONTABIL), so an
      *    EXTR007 load dated in the past is judged the night it
      *    lands.
           MOVE 'FR' TO REGRA-ALR

           EXEC SQL
               DECLARE CURSOR_FRACIONAMENTO CURSOR WITH HOLD FOR
               SELECT E.CONTA, COALESCE(C.DOCUMENTO, ' ')
               FROM EXTRATOS E
               JOIN CONTAS C
                 ON C.CONTA = E.CONTA
               WHERE E.DATA_CONTABIL = CURRENT DATE
                 AND E.VALOR >= :LIMIAR-INFERIOR
                 AND E.VALOR < :TETO-FR
                 AND E.COD_HISTORICO NOT IN
                     ('101', '102', '401', '402', '501',
                      '601', '602', '702', '801', '802',
                      'E01', 'E02', 'E03', 'E04',
                      'E05', 'E06', 'E07', 'E08', '901')
               GROUP BY E.CONTA, C.DOCUMENTO
               HAVING COUNT(*) >= :QTD-MINIMA-FR
               ORDER BY E.CONTA
           END-EXEC.

           EXEC SQL
               OPEN CURSOR_FRACIONAMENTO
           END-EXEC

           IF SQLCODE < 0
               PERFORM REPORTAR-ERRO-SQL
           ELSE
               MOVE 0 TO WS-SQLCODE-CONTA

               PERFORM UNTIL WS-SQLCODE-CONTA NOT = 0
                          OR WS-DEVE-PARAR
                   EXEC SQL
                       FETCH CURSOR_FRACIONAMENTO
                           INTO :CONTA-ALR, :DOCUMENTO-ALR
                   END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE-CONTA

                   IF WS-SQLCODE-CONTA = 0
                       PERFORM REGISTRAR-ALERTA
                   END-IF
               END-PERFORM

               IF WS-SQLCODE-CONTA < 0
                   PERFORM REPORTAR-ERRO-SQL
               END-IF

               IF NOT WS-DEVE-PARAR
                   EXEC SQL
                       CLOSE CURSOR_FRACIONAMENTO
                   END-EXEC
               END-IF
           END-IF.

       VARRER-ENTRADA-SAIDA.

      *    A channel intake credit is an EXTR007 credit (COD_HISTORICO
      *    201) that reached CONTAS.SALDO today, whatever DATA the
      *    load gave it. The outflow side is checked per account in
      *    AVALIAR-ENTRADA-SAIDA, counting only transfers struck
      *    after the first intake in statement order: an intake
      *    dated in the past sits before every movement of today,
      *    which is what a first sequence of zero stands for.
           MOVE 'ES' TO REGRA-ALR

           EXEC SQL
               DECLARE CURSOR_ENTRADA_SAIDA CURSOR WITH HOLD FOR
               SELECT E.CONTA, COALESCE(C.DOCUMENTO, ' '),
                      SUM(E.VALOR),
                      MIN(CASE WHEN E.DATA = CURRENT DATE
                               THEN E.SEQ_EXTRATO
                               ELSE 0
                          END)
               FROM EXTRATOS E
               JOIN CONTAS C
                 ON C.CONTA = E.CONTA
               WHERE E.DATA_CONTABIL = CURRENT DATE
                 AND E.COD_HISTORICO = '201'
                 AND E.VALOR > 0
               GROUP BY E.CONTA, C.DOCUMENTO
               HAVING SUM(E.VALOR) >= :ENTRADA-MIN-ES
               ORDER BY E.CONTA
           END-EXEC.

           EXEC SQL
               OPEN CURSOR_ENTRADA_SAIDA
           END-EXEC

           IF SQLCODE < 0
               PERFORM REPORTAR-ERRO-SQL
           ELSE
               MOVE 0 TO WS-SQLCODE-CONTA

               PERFORM UNTIL WS-SQLCODE-CONTA NOT = 0
                          OR WS-DEVE-PARAR
                   EXEC SQL
                       FETCH CURSOR_ENTRADA_SAIDA
                           INTO :CONTA-ALR, :DOCUMENTO-ALR,
                                :VALOR-ALR, :SEQ-PRIMEIRA
                   END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE-CONTA

                   IF WS-SQLCODE-CONTA = 0
                       PERFORM AVALIAR-ENTRADA-SAIDA
                   END-IF
               END-PERFORM

               IF WS-SQLCODE-CONTA < 0
                   PERFORM REPORTAR-ERRO-SQL
               END-IF

               IF NOT WS-DEVE-PARAR
                   EXEC SQL
                       CLOSE CURSOR_ENTRADA_SAIDA
                   END-EXEC
               END-IF
           END-IF.

       AVALIAR-ENTRADA-SAIDA.

      *    The outflow is the TRF1 debit leg (COD_HISTORICO 301),
      *    always struck on the day it is posted.
           EXEC SQL
               SELECT COALESCE(SUM(0 - VALOR), 0)
               INTO :SAIDA-ALR
               FROM EXTRATOS
               WHERE CONTA = :CONTA-ALR
                 AND DATA_CONTABIL = CURRENT DATE
                 AND DATA = CURRENT DATE
                 AND COD_HISTORICO = '301'
                 AND SEQ_EXTRATO > :SEQ-PRIMEIRA
           END-EXEC

           IF SQLCODE < 0
               PERFORM ABANDONAR-ALERTA
           ELSE
               IF SAIDA-ALR * 100 >= VALOR-ALR * WS-ES-REPASSE-PCT
                   PERFORM REGISTRAR-ALERTA
               END-IF
           END-IF.

       VARRER-REATIVADAS.

      *    A reactivation is a CON1 'R' that went through (MOTIVO
      *    blank on CONTAS_AUDIT) - only a dormant account can be
      *    reactivated. Volume is debits and credits alike; the
      *    bank's own fee and interest lines are left out by their
      *    COD_HISTORICO, the same exclusions EXTR023 applies when
      *    it judges activity.
           MOVE 'RD' TO REGRA-ALR

           EXEC SQL
               DECLARE CURSOR_REATIVADAS CURSOR WITH HOLD FOR
               SELECT E.CONTA, COALESCE(C.DOCUMENTO, ' ')
               FROM EXTRATOS E
               JOIN CONTAS C
                 ON C.CONTA = E.CONTA
               WHERE E.DATA_CONTABIL = CURRENT DATE
                 AND E.COD_HISTORICO NOT IN
                     ('101', '102', '601', '602', '901')
                 AND EXISTS
                     (SELECT 1 FROM CONTAS_AUDIT U
                      WHERE U.CONTA = E.CONTA
                        AND U.FUNCAO = 'R'
                        AND U.MOTIVO = '  '
                        AND DATE(U.DATA_HORA) >=
                            CURRENT DATE - :JANELA-RD DAYS)
               GROUP BY E.CONTA, C.DOCUMENTO
               HAVING SUM(ABS(E.VALOR)) >= :VOLUME-RD
               ORDER BY E.CONTA
           END-EXEC.

           EXEC SQL
               OPEN CURSOR_REATIVADAS
           END-EXEC

           IF SQLCODE < 0
               PERFORM REPORTAR-ERRO-SQL
           ELSE
               MOVE 0 TO WS-SQLCODE-CONTA

               PERFORM UNTIL WS-SQLCODE-CONTA NOT = 0
                          OR WS-DEVE-PARAR
                   EXEC SQL
                       FETCH CURSOR_REATIVADAS
                           INTO :CONTA-ALR, :DOCUMENTO-ALR
                   END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE-CONTA

                   IF WS-SQLCODE-CONTA = 0
                       PERFORM REGISTRAR-ALERTA
                   END-IF
               END-PERFORM

               IF WS-SQLCODE-CONTA < 0
                   PERFORM REPORTAR-ERRO-SQL
               END-IF

               IF NOT WS-DEVE-PARAR
                   EXEC SQL
                       CLOSE CURSOR_REATIVADAS
                   END-EXEC
               END-IF
           END-IF.

       REGISTRAR-ALERTA.

      *    One unit of work per account and rule: find or open the
      *    case, attach the movements not yet attached under this
      *    rule, refresh the case totals, commit. Nothing new to
      *    attach - a resubmit, or a hit made only of movements an
      *    earlier case already holds - leaves no trace: a case
      *    opened for it is taken back out before the commit.
           MOVE 'N' TO WS-CASO-NOVO
           MOVE 0 TO WS-QTD-VINCULADOS

           PERFORM LOCALIZAR-CASO-ABERTO

           IF NOT WS-DEVE-PARAR
               EVALUATE REGRA-ALR
                   WHEN 'FR'
                       PERFORM VINCULAR-FRACIONAMENTO
                   WHEN 'ES'
                       PERFORM VINCULAR-ENTRADA-SAIDA
                   WHEN 'RD'
                       PERFORM VINCULAR-REATIVADA
               END-EVALUATE
           END-IF

           IF NOT WS-DEVE-PARAR
               IF WS-QTD-VINCULADOS > 0
                   PERFORM ATUALIZAR-TOTAIS-CASO
               ELSE
                   IF WS-ABRIU-CASO
                       PERFORM DESCARTAR-CASO-VAZIO
                   END-IF
               END-IF
           END-IF

           IF NOT WS-DEVE-PARAR
               EXEC SQL
                   COMMIT
               END-EXEC
               IF SQLCODE < 0
                   PERFORM ABANDONAR-ALERTA
               ELSE
                   IF WS-QTD-VINCULADOS > 0
                       IF WS-ABRIU-CASO
                           ADD 1 TO WS-QTD-ABERTOS
                       ELSE
                           ADD 1 TO WS-QTD-ACRESCIDOS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LOCALIZAR-CASO-ABERTO.

           EXEC SQL
               SELECT ID_ALERTA
               INTO :ID-ALERTA
               FROM ALERTAS_MONITOR
               WHERE CONTA = :CONTA-ALR
                 AND REGRA = :REGRA-ALR
                 AND SITUACAO = 'A'
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   PERFORM ABRIR-CASO
               WHEN SQLCODE < 0
                   PERFORM ABANDONAR-ALERTA
           END-EVALUATE.

       ABRIR-CASO.

           EXEC SQL
               SELECT COALESCE(MAX(ID_ALERTA), 0) + 1
               INTO :ID-ALERTA
               FROM ALERTAS_MONITOR
           END-EXEC

           IF SQLCODE < 0
               PERFORM ABANDONAR-ALERTA
           ELSE
               EXEC SQL
                   INSERT INTO ALERTAS_MONITOR
                       (ID_ALERTA, CONTA, REGRA, DOCUMENTO,
                        DATA_ABERTURA, DATA_ATUALIZACAO,
                        QTD_MOVTOS, VALOR_TOTAL, SITUACAO)
                   VALUES
                       (:ID-ALERTA, :CONTA-ALR, :REGRA-ALR,
                        :DOCUMENTO-ALR, CURRENT DATE, CURRENT DATE,
                        0, 0, 'A')
               END-EXEC

               IF SQLCODE < 0
                   PERFORM ABANDONAR-ALERTA
               ELSE
                   SET WS-ABRIU-CASO TO TRUE
               END-IF
           END-IF.

       VINCULAR-FRACIONAMENTO.

           EXEC SQL
               INSERT INTO ALERTAS_MOVTO
                   (ID_ALERTA, CONTA, DATA, SEQ_EXTRATO, VALOR)
               SELECT :ID-ALERTA, E.CONTA, E.DATA, E.SEQ_EXTRATO,
                      E.VALOR
               FROM EXTRATOS E
               WHERE E.CONTA = :CONTA-ALR
                 AND E.DATA_CONTABIL = CURRENT DATE
                 AND E.VALOR >= :LIMIAR-INFERIOR
                 AND E.VALOR < :TETO-FR
                 AND E.COD_HISTORICO NOT IN
                     ('101', '102', '401', '402', '501',
                      '601', '602', '702', '801', '802',
                      'E01', 'E02', 'E03', 'E04',
                      'E05', 'E06', 'E07', 'E08', '901')
                 AND NOT EXISTS
                     (SELECT 1
                      FROM ALERTAS_MOVTO M
                      JOIN ALERTAS_MONITOR A
                        ON A.ID_ALERTA = M.ID_ALERTA
                      WHERE A.REGRA = :REGRA-ALR
                        AND M.CONTA = E.CONTA
                        AND M.DATA = E.DATA
                        AND M.SEQ_EXTRATO = E.SEQ_EXTRATO)
           END-EXEC

           PERFORM CONTAR-VINCULADOS.

       VINCULAR-ENTRADA-SAIDA.

      *    Both legs belong on the case - the intake credits and the
      *    transfers that took the money out again.
           EXEC SQL
               INSERT INTO ALERTAS_MOVTO
                   (ID_ALERTA, CONTA, DATA, SEQ_EXTRATO, VALOR)
               SELECT :ID-ALERTA, E.CONTA, E.DATA, E.SEQ_EXTRATO,
                      E.VALOR
               FROM EXTRATOS E
               WHERE E.CONTA = :CONTA-ALR
                 AND E.DATA_CONTABIL = CURRENT DATE
                 AND ((E.COD_HISTORICO = '201'
                       AND E.VALOR > 0)
                      OR (E.COD_HISTORICO = '301'
                          AND E.DATA = CURRENT DATE
                          AND E.SEQ_EXTRATO > :SEQ-PRIMEIRA))
                 AND NOT EXISTS
                     (SELECT 1
                      FROM ALERTAS_MOVTO M
                      JOIN ALERTAS_MONITOR A
                        ON A.ID_ALERTA = M.ID_ALERTA
                      WHERE A.REGRA = :REGRA-ALR
                        AND M.CONTA = E.CONTA
                        AND M.DATA = E.DATA
                        AND M.SEQ_EXTRATO = E.SEQ_EXTRATO)
           END-EXEC

           PERFORM CONTAR-VINCULADOS.

       VINCULAR-REATIVADA.

           EXEC SQL
               INSERT INTO ALERTAS_MOVTO
                   (ID_ALERTA, CONTA, DATA, SEQ_EXTRATO, VALOR)
               SELECT :ID-ALERTA, E.CONTA, E.DATA, E.SEQ_EXTRATO,
                      E.VALOR
               FROM EXTRATOS E
               WHERE E.CONTA = :CONTA-ALR
                 AND E.DATA_CONTABIL = CURRENT DATE
                 AND E.COD_HISTORICO NOT IN
                     ('101', '102', '601', '602', '901')
                 AND NOT EXISTS
                     (SELECT 1
                      FROM ALERTAS_MOVTO M
                      JOIN ALERTAS_MONITOR A
                        ON A.ID_ALERTA = M.ID_ALERTA
                      WHERE A.REGRA = :REGRA-ALR
                        AND M.CONTA = E.CONTA
                        AND M.DATA = E.DATA
                        AND M.SEQ_EXTRATO = E.SEQ_EXTRATO)
           END-EXEC

           PERFORM CONTAR-VINCULADOS.

       CONTAR-VINCULADOS.

      *    An INSERT ... SELECT that finds nothing comes back +100,
      *    which here only means every movement was already on a
      *    case.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 0 TO WS-QTD-VINCULADOS
               WHEN SQLCODE < 0
                   PERFORM ABANDONAR-ALERTA
               WHEN OTHER
                   MOVE SQLERRD(3) TO WS-QTD-VINCULADOS
           END-EVALUATE.

       ATUALIZAR-TOTAIS-CASO.

      *    The case totals are the movements' volume - debits and
      *    credits alike count as money moved.
           EXEC SQL
               UPDATE ALERTAS_MONITOR
               SET DATA_ATUALIZACAO = CURRENT DATE,
                   QTD_MOVTOS =
                       (SELECT COUNT(*)
                        FROM ALERTAS_MOVTO
                        WHERE ID_ALERTA = :ID-ALERTA),
                   VALOR_TOTAL =
                       (SELECT COALESCE(SUM(ABS(VALOR)), 0)
                        FROM ALERTAS_MOVTO
                        WHERE ID_ALERTA = :ID-ALERTA)
               WHERE ID_ALERTA = :ID-ALERTA
           END-EXEC

           IF SQLCODE < 0
               PERFORM ABANDONAR-ALERTA
           END-IF.

       DESCARTAR-CASO-VAZIO.

           EXEC SQL
               DELETE FROM ALERTAS_MONITOR
               WHERE ID_ALERTA = :ID-ALERTA
           END-EXEC

           IF SQLCODE < 0
               PERFORM ABANDONAR-ALERTA
           END-IF.

       RELATAR-CASOS.

      *    Every open case tonight's sweep opened or added to, under
      *    the account's branch; the holder's name comes from
      *    CLIENTES when the account is linked to one.
           EXEC SQL
               DECLARE CURSOR_RELATO CURSOR FOR
               SELECT C.AGENCIA, A.CONTA, A.REGRA, A.ID_ALERTA,
                      A.DOCUMENTO, COALESCE(L.NOME, ' '),
                      A.QTD_MOVTOS, A.VALOR_TOTAL,
                      CASE WHEN A.DATA_ABERTURA = CURRENT DATE
                           THEN 'N' ELSE 'A' END
               FROM ALERTAS_MONITOR A
               JOIN CONTAS C
                 ON C.CONTA = A.CONTA
               LEFT JOIN CLIENTES L
                 ON L.DOCUMENTO = A.DOCUMENTO
               WHERE A.DATA_ATUALIZACAO = CURRENT DATE
                 AND A.SITUACAO = 'A'
               ORDER BY C.AGENCIA, A.CONTA, A.REGRA
           END-EXEC.

           EXEC SQL
               OPEN CURSOR_RELATO
           END-EXEC

           IF SQLCODE < 0
               PERFORM REPORTAR-ERRO-SQL
           ELSE
               MOVE 0 TO WS-SQLCODE-FETCH

               PERFORM UNTIL WS-SQLCODE-FETCH NOT = 0
                   EXEC SQL
                       FETCH CURSOR_RELATO
                           INTO :AGENCIA-ALR, :CONTA-ALR, :REGRA-ALR,
                                :ID-ALERTA, :DOCUMENTO-ALR,
                                :NOME-ALR, :QTD-MOVTOS, :VALOR-ALR,
                                :CASO-DO-DIA
                   END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE-FETCH

                   IF WS-SQLCODE-FETCH = 0
                       IF WS-AGENCIA-EM-CURSO
                          AND AGENCIA-ALR NOT = WS-AGENCIA-ANTERIOR
                           PERFORM ESCREVER-SUBTOTAL-AGENCIA
                       END-IF
                       IF NOT WS-AGENCIA-EM-CURSO
                          OR AGENCIA-ALR NOT = WS-AGENCIA-ANTERIOR
                           PERFORM INICIAR-AGENCIA
                       END-IF
                       PERFORM ESCREVER-LINHA-CASO
                   END-IF
               END-PERFORM

               IF WS-SQLCODE-FETCH < 0
                   PERFORM REPORTAR-ERRO-SQL
               END-IF

               EXEC SQL
                   CLOSE CURSOR_RELATO
               END-EXEC
           END-IF.

       INICIAR-AGENCIA.

           MOVE AGENCIA-ALR TO WS-AGENCIA-ANTERIOR
           SET WS-AGENCIA-EM-CURSO TO TRUE
           MOVE 0 TO WS-AGE-QTD
           MOVE 0 TO WS-AGE-VALOR

           MOVE SPACES TO REPORT-LINE
           STRING 'AGENCIA ' AGENCIA-ALR
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       ESCREVER-LINHA-CASO.

           MOVE SPACES TO REPORT-LINE
           MOVE CONTA-ALR TO REPORT-LINE(3:10)
           MOVE REGRA-ALR TO REPORT-LINE(15:2)
           MOVE ID-ALERTA TO WS-ID-ED
           MOVE WS-ID-ED TO REPORT-LINE(19:9)
           MOVE DOCUMENTO-ALR TO REPORT-LINE(30:14)
           MOVE NOME-ALR(1:30) TO REPORT-LINE(46:30)
           MOVE QTD-MOVTOS TO WS-MOVTOS-ED
           MOVE WS-MOVTOS-ED TO REPORT-LINE(78:5)
           MOVE VALOR-ALR TO WS-VALOR-ED
           MOVE WS-VALOR-ED TO REPORT-LINE(85:16)
           IF CASO-DO-DIA = 'N'
               MOVE 'NOVO' TO REPORT-LINE(103:9)
           ELSE
               MOVE 'ACRESCIDO' TO REPORT-LINE(103:9)
           END-IF
           WRITE REPORT-LINE

           ADD 1 TO WS-AGE-QTD
           ADD VALOR-ALR TO WS-AGE-VALOR
           ADD 1 TO WS-GER-QTD
           ADD VALOR-ALR TO WS-GER-VALOR.

       ESCREVER-SUBTOTAL-AGENCIA.

           MOVE SPACES TO REPORT-LINE
           STRING 'SUBTOTAL AGENCIA ' WS-AGENCIA-ANTERIOR
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           MOVE WS-AGE-QTD TO WS-QTD-ED
           MOVE WS-QTD-ED TO REPORT-LINE(26:9)
           MOVE WS-AGE-VALOR TO WS-VALOR-ED
           MOVE WS-VALOR-ED TO REPORT-LINE(85:16)
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       ESCREVER-TOTAL-GERAL.

           MOVE SPACES TO REPORT-LINE
           STRING 'TOTAL GERAL DO BANCO'
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           MOVE WS-GER-QTD TO WS-QTD-ED
           MOVE WS-QTD-ED TO REPORT-LINE(26:9)
           MOVE WS-GER-VALOR TO WS-VALOR-ED
           MOVE WS-VALOR-ED TO REPORT-LINE(85:16)
           WRITE REPORT-LINE.

       ESCREVER-CABECALHO.

           MOVE SPACES TO REPORT-LINE
           STRING 'CASOS DE MOVIMENTACAO ATIPICA ABERTOS OU '
                  'ACRESCIDOS HOJE'
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'REGRAS: FR = FRACIONAMENTO  ES = ENTRADA E SAIDA '
                  'NO DIA  RD = CONTA REATIVADA'
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING '  CONTA      RG     CASO  DOCUMENTO       TITULAR'
                  '                         MOVTOS       VOLUME     '
                  '      SITUACAO'
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       ABANDONAR-ALERTA.

      *    Half a case - opened with no movements, or movements
      *    attached without totals - is worse than none: take the
      *    unit of work back and stop. The rollback drops the held
      *    cursor position too; cases committed before the failure
      *    already hold their movements, so the resubmit attaches
      *    nothing twice.
           PERFORM REPORTAR-ERRO-SQL

           EXEC SQL
               ROLLBACK
           END-EXEC

           SET WS-DEVE-PARAR TO TRUE.

       GRAVAR-INICIO-CONTROLE.

      *    Every batch program opens its run with a BATCH_CONTROLE
      *    row and closes it with the outcome - the run-control
      *    trail the operations handover reads (EXTR022) and the
      *    sequencing rules are enforced from. Committed on its
      *    own, so a later rollback never erases the fact the run
      *    started.
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
                       (:ID-CTL, 'EXTR024', CURRENT DATE,
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

           MOVE WS-RETURN-CODE TO RC-CTL
           COMPUTE QTD-CTL = WS-QTD-ABERTOS + WS-QTD-ACRESCIDOS

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

           DISPLAY 'EXTR024: ERRO DE ACESSO AO BANCO - SQLCODE = '
                   SQLCODE ' CONTA = ' CONTA-ALR
           MOVE 16 TO WS-RETURN-CODE.
