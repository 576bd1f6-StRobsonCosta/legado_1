       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTR026.
       AUTHOR. EQUIPE-CONTAS-BATCH.
       DATE-WRITTEN. 15/10/2026.

      *================================================================*
      *  EXTR026                                                       *
      *  Month-end overdraft charge. EXTR005 only pays interest on a   *
      *  positive balance; the overdraft a customer draws against     *
      *  CONTAS.LIMITE is charged here. For the previous calendar      *
      *  month every end-of-day balance EXTR020 captured on            *
      *  SALDOS_DIARIOS that was negative is a day of overdraft use:   *
      *  that day's interest is the amount drawn times the account's  *
      *  monthly rate over 30 (CONTAS_TAXA, or WS-TAXA-PADRAO-MES for  *
      *  an account without a negotiated rate), and that day's IOF is  *
      *  the amount drawn times the daily IOF rate - the individual    *
      *  rate for a CPF holder, the company rate for a CNPJ. Each      *
      *  day's figures are rounded to the cent and the month's         *
      *  charges are the sums of the days, so the calculation memo     *
      *  (DD EXTRCHE) - one block per account, day by day, the sheet   *
      *  the branch hands a customer disputing the charge - always     *
      *  adds up to what was posted. The charges go on the statement   *
      *  as two real EXTRATOS debits ('JUROS CHEQUE ESPECIAL' and      *
      *  'IOF CHEQUE ESPECIAL') with SEQ_EXTRATO and SALDO_APOS        *
      *  struck the way EXTR005 strikes its own, and CONTAS.SALDO      *
      *  moves in the same unit of work. An account already carrying   *
      *  this month's overdraft charge is skipped, so a resubmitted    *
      *  run never charges anyone twice. Only active accounts are      *
      *  charged, the same rule EXTR005 applies to its fee.            *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE
               ASSIGN TO "EXTRCHE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-SQLCODE-CONTA     PIC S9(8) COMP.
       01 WS-SQLCODE-DIA       PIC S9(8) COMP.
       01 WS-RETURN-CODE       PIC S9(4) COMP VALUE 0.
       01 WS-PARAR             PIC X(01) VALUE 'N'.
           88 WS-DEVE-PARAR        VALUE 'S'.
       01 WS-TAXA-PADRAO-MES   PIC SV9(5) VALUE 0.08000.
       01 WS-IOF-DIA-PF        PIC SV9(7) VALUE 0.0000820.
       01 WS-IOF-DIA-PJ        PIC SV9(7) VALUE 0.0000410.
       01 WS-TAXA-IOF          PIC SV9(7).
       01 WS-UTILIZADO         PIC S9(11)V99.
       01 WS-JUROS-DIA         PIC S9(9)V99.
       01 WS-IOF-DIA           PIC S9(9)V99.
       01 WS-JUROS-CONTA       PIC S9(11)V99.
       01 WS-IOF-CONTA         PIC S9(11)V99.
       01 WS-DIAS-CONTA        PIC S9(4) COMP.
       01 WS-QTD-COBRADAS      PIC S9(9) COMP VALUE 0.
       01 WS-QTD-PULADAS       PIC S9(9) COMP VALUE 0.
       01 WS-GER-JUROS         PIC S9(11)V99 VALUE 0.
       01 WS-GER-IOF           PIC S9(11)V99 VALUE 0.

       01 WS-QTD-ED            PIC ZZZZZZZZ9.
       01 WS-DIAS-ED           PIC ZZ9.
       01 WS-SALDO-ED          PIC -999999999.99.
       01 WS-VALOR-ED          PIC -999999999.99.
       01 WS-TOTAL-ED          PIC -99999999999.99.
       01 WS-TAXA-PCT          PIC S9(3)V9(5).
       01 WS-TAXA-ED           PIC ZZ9.99999.
       01 WS-IOF-PCT           PIC S9(3)V9(7).
       01 WS-IOF-ED            PIC 9.9999999.

       EXEC SQL
          BEGIN DECLARE SECTION
       END-EXEC.
       01 :DATA-INI-MES     PIC X(10).
       01 :DATA-FIM-MES     PIC X(10).
       01 :CONTA-BATCH      PIC X(10).
       01 :AGENCIA-BATCH    PIC X(04).
       01 :TIPO-PESSOA      PIC X(01).
       01 :TAXA-PADRAO      DECIMAL(7,5).
       01 :TAXA-CONTA       DECIMAL(7,5).
       01 :DATA-DIA         PIC X(10).
       01 :SALDO-DIA        DECIMAL(15,2).
       01 :JUROS-MOV        DECIMAL(15,2).
       01 :IOF-MOV          DECIMAL(15,2).
       01 :VALOR-MOV        DECIMAL(15,2).
       01 :DESC-MOV         PIC X(100).
       01 :COD-HIST         PIC X(03).
       01 :SEQ-MOV          PIC S9(9) COMP.
       01 :QTD-JA-POSTADA   PIC S9(9) COMP.
       01 :QTD-FOTO         PIC S9(9) COMP.
       01 :SALDO-ANTERIOR   DECIMAL(15,2).
       01 :SALDO-APOS-MOV   DECIMAL(15,2).
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
               PERFORM MONTAR-PERIODO
           END-IF

           IF WS-RETURN-CODE = 0
               PERFORM VERIFICAR-FOTO-FIM-MES
           END-IF

           OPEN OUTPUT REPORT-FILE

           IF WS-RETURN-CODE = 0
               PERFORM ESCREVER-CABECALHO
               PERFORM COBRAR-TODAS-CONTAS
           END-IF

           IF WS-RETURN-CODE = 0
               PERFORM ESCREVER-TOTAL-GERAL
           END-IF

           CLOSE REPORT-FILE

           DISPLAY 'EXTR026: CONTAS COBRADAS  = ' WS-QTD-COBRADAS
           DISPLAY 'EXTR026: CONTAS PULADAS   = ' WS-QTD-PULADAS

           PERFORM GRAVAR-FIM-CONTROLE

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       MONTAR-PERIODO.

      *    The window is always the previous calendar month, struck
      *    from the run date itself - same convention as EXTR008 and
      *    the EXTR004 audit report, no parameter card to mistype.
      *    The charges are posted on the run date, so the
      *    already-charged guard looks at the current month.
           EXEC SQL
               SELECT CHAR(CURRENT DATE
                           - (DAY(CURRENT DATE) - 1) DAYS
                           - 1 MONTH, ISO),
                      CHAR(CURRENT DATE
                           - DAY(CURRENT DATE) DAYS, ISO)
               INTO :DATA-INI-MES, :DATA-FIM-MES
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE < 0
               PERFORM REPORTAR-ERRO-SQL
           END-IF.

       VERIFICAR-FOTO-FIM-MES.

      *    Every day of the month is charged from its EXTR020
      *    snapshot; with no snapshot for the month's last day the
      *    month is not closed yet, and a charge computed now would
      *    silently leave days out.
           EXEC SQL
               SELECT COUNT(*)
               INTO :QTD-FOTO
               FROM SALDOS_DIARIOS
               WHERE DATA = DATE(:DATA-FIM-MES)
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE < 0
                   PERFORM REPORTAR-ERRO-SQL
               WHEN QTD-FOTO = 0
                   DISPLAY 'EXTR026: SEM FOTO EXTR020 DE '
                           DATA-FIM-MES ' - EXECUCAO RECUSADA'
                   MOVE 8 TO WS-RETURN-CODE
           END-EVALUATE.

       COBRAR-TODAS-CONTAS.

      *    WITH HOLD keeps the account cursor alive across the
      *    COMMIT that closes each account's unit of work; an SQL
      *    error inside an account rolls it back and stops the run,
      *    and the already-charged guard makes the resubmit safe.
      *    The holder's document decides the IOF rate: a CNPJ fills
      *    all fourteen positions, a CPF only eleven; an account not
      *    yet linked to a customer is charged as an individual.
           MOVE WS-TAXA-PADRAO-MES TO TAXA-PADRAO

           EXEC SQL
               DECLARE CURSOR_CONTAS CURSOR WITH HOLD FOR
               SELECT C.CONTA, C.AGENCIA,
                      CASE WHEN LENGTH(RTRIM(
                                COALESCE(C.DOCUMENTO, ' '))) > 11
                           THEN 'J' ELSE 'F' END,
                      COALESCE(T.TAXA_CHEQUE_ESPECIAL, :TAXA-PADRAO)
               FROM CONTAS C
               LEFT JOIN CONTAS_TAXA T
                 ON T.CONTA = C.CONTA
               WHERE C.SITUACAO = 'A'
                 AND EXISTS
                     (SELECT 1
                      FROM SALDOS_DIARIOS S
                      WHERE S.CONTA = C.CONTA
                        AND S.DATA BETWEEN DATE(:DATA-INI-MES)
                                       AND DATE(:DATA-FIM-MES)
                        AND S.SALDO < 0)
               ORDER BY C.AGENCIA, C.CONTA
           END-EXEC.

           EXEC SQL
               OPEN CURSOR_CONTAS
           END-EXEC

           IF SQLCODE < 0
               PERFORM REPORTAR-ERRO-SQL
           ELSE
               MOVE 0 TO WS-SQLCODE-CONTA

               PERFORM UNTIL WS-SQLCODE-CONTA NOT = 0
                          OR WS-DEVE-PARAR
                   EXEC SQL
                       FETCH CURSOR_CONTAS
                           INTO :CONTA-BATCH, :AGENCIA-BATCH,
                                :TIPO-PESSOA, :TAXA-CONTA
                   END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE-CONTA

                   IF WS-SQLCODE-CONTA = 0
                       PERFORM COBRAR-CONTA
                   END-IF
               END-PERFORM

               IF WS-SQLCODE-CONTA < 0
                   PERFORM REPORTAR-ERRO-SQL
               END-IF

               IF NOT WS-DEVE-PARAR
                   EXEC SQL
                       CLOSE CURSOR_CONTAS
                   END-EXEC
               END-IF
           END-IF.

       COBRAR-CONTA.

           IF TIPO-PESSOA = 'J'
               MOVE WS-IOF-DIA-PJ TO WS-TAXA-IOF
           ELSE
               MOVE WS-IOF-DIA-PF TO WS-TAXA-IOF
           END-IF

           PERFORM ESCREVER-CABECALHO-CONTA

           PERFORM VERIFICAR-JA-COBRADA

           IF WS-DEVE-PARAR
               CONTINUE
           ELSE
               IF QTD-JA-POSTADA > 0
                   MOVE SPACES TO REPORT-LINE
                   MOVE 'JA COBRADO NESTE MES - NAO RECALCULADO'
                       TO REPORT-LINE(5:38)
                   WRITE REPORT-LINE
                   MOVE SPACES TO REPORT-LINE
                   WRITE REPORT-LINE
                   ADD 1 TO WS-QTD-PULADAS
               ELSE
                   PERFORM CALCULAR-DIAS
                   IF NOT WS-DEVE-PARAR
                       PERFORM POSTAR-COBRANCA
                   END-IF
               END-IF
           END-IF.

       VERIFICAR-JA-COBRADA.

      *    This month's overdraft charge already on the statement
      *    means a previous run got to this account before dying -
      *    leave it alone instead of charging the customer twice.
           EXEC SQL
               SELECT COUNT(*)
               INTO :QTD-JA-POSTADA
               FROM EXTRATOS
               WHERE CONTA = :CONTA-BATCH
                 AND DESCRICAO IN ('JUROS CHEQUE ESPECIAL',
                                   'IOF CHEQUE ESPECIAL')
                 AND YEAR(DATA) = YEAR(CURRENT DATE)
                 AND MONTH(DATA) = MONTH(CURRENT DATE)
           END-EXEC

           IF SQLCODE < 0
               PERFORM ABANDONAR-CONTA
           END-IF.

       CALCULAR-DIAS.

      *    One memo line per overdrawn day: the amount drawn is the
      *    negative end-of-day balance itself, and each day's
      *    interest and IOF are rounded on their own so the memo
      *    adds up to the cent.
           MOVE 0 TO WS-JUROS-CONTA
           MOVE 0 TO WS-IOF-CONTA
           MOVE 0 TO WS-DIAS-CONTA

           EXEC SQL
               DECLARE CURSOR_DIAS CURSOR FOR
               SELECT CHAR(DATA, ISO), SALDO
               FROM SALDOS_DIARIOS
               WHERE CONTA = :CONTA-BATCH
                 AND DATA BETWEEN DATE(:DATA-INI-MES)
                              AND DATE(:DATA-FIM-MES)
                 AND SALDO < 0
               ORDER BY DATA
           END-EXEC.

           EXEC SQL
               OPEN CURSOR_DIAS
           END-EXEC

           IF SQLCODE < 0
               PERFORM ABANDONAR-CONTA
           ELSE
               MOVE 0 TO WS-SQLCODE-DIA

               PERFORM UNTIL WS-SQLCODE-DIA NOT = 0
                   EXEC SQL
                       FETCH CURSOR_DIAS
                           INTO :DATA-DIA, :SALDO-DIA
                   END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE-DIA

                   IF WS-SQLCODE-DIA = 0
                       PERFORM CALCULAR-DIA
                   END-IF
               END-PERFORM

               EXEC SQL
                   CLOSE CURSOR_DIAS
               END-EXEC

               IF WS-SQLCODE-DIA < 0
                   PERFORM ABANDONAR-CONTA
               END-IF
           END-IF.

       CALCULAR-DIA.

           COMPUTE WS-UTILIZADO = 0 - SALDO-DIA
           COMPUTE WS-JUROS-DIA ROUNDED =
               WS-UTILIZADO * TAXA-CONTA / 30
           COMPUTE WS-IOF-DIA ROUNDED =
               WS-UTILIZADO * WS-TAXA-IOF

           ADD WS-JUROS-DIA TO WS-JUROS-CONTA
           ADD WS-IOF-DIA   TO WS-IOF-CONTA
           ADD 1 TO WS-DIAS-CONTA

           MOVE SPACES TO REPORT-LINE
           MOVE DATA-DIA TO REPORT-LINE(5:10)
           MOVE SALDO-DIA TO WS-SALDO-ED
           MOVE WS-SALDO-ED TO REPORT-LINE(18:14)
           MOVE WS-JUROS-DIA TO WS-VALOR-ED
           MOVE WS-VALOR-ED TO REPORT-LINE(36:14)
           MOVE WS-IOF-DIA TO WS-VALOR-ED
           MOVE WS-VALOR-ED TO REPORT-LINE(54:14)
           WRITE REPORT-LINE.

       POSTAR-COBRANCA.

      *    Both debits in one unit of work, interest first; a line
      *    that rounds to nothing is not posted at all.
           MOVE WS-JUROS-CONTA TO JUROS-MOV
           MOVE WS-IOF-CONTA   TO IOF-MOV

           PERFORM LER-PROXIMO-SEQ

           IF NOT WS-DEVE-PARAR
               PERFORM LER-SALDO-ANTERIOR
           END-IF

           IF NOT WS-DEVE-PARAR AND JUROS-MOV > 0
               COMPUTE VALOR-MOV = 0 - JUROS-MOV
               MOVE 'JUROS CHEQUE ESPECIAL' TO DESC-MOV
               MOVE '601' TO COD-HIST
               PERFORM INSERIR-MOVIMENTO
               ADD 1 TO SEQ-MOV
           END-IF

           IF NOT WS-DEVE-PARAR AND IOF-MOV > 0
               COMPUTE VALOR-MOV = 0 - IOF-MOV
               MOVE 'IOF CHEQUE ESPECIAL' TO DESC-MOV
               MOVE '602' TO COD-HIST
               PERFORM INSERIR-MOVIMENTO
           END-IF

           IF NOT WS-DEVE-PARAR
               PERFORM ATUALIZAR-SALDO
           END-IF

           IF NOT WS-DEVE-PARAR
               EXEC SQL
                   COMMIT
               END-EXEC
               IF SQLCODE < 0
                   PERFORM ABANDONAR-CONTA
               ELSE
                   ADD 1 TO WS-QTD-COBRADAS
                   ADD WS-JUROS-CONTA TO WS-GER-JUROS
                   ADD WS-IOF-CONTA   TO WS-GER-IOF
                   PERFORM ESCREVER-TOTAL-CONTA
               END-IF
           END-IF.

       LER-PROXIMO-SEQ.

      *    SEQ_EXTRATO orders same-day movements everywhere a
      *    statement is built (EXT1 and EXTR002 both break the tie
      *    on it), so the postings take the next free sequence for
      *    today rather than a constant.
           EXEC SQL
               SELECT COALESCE(MAX(SEQ_EXTRATO), 0) + 1
               INTO :SEQ-MOV
               FROM EXTRATOS
               WHERE CONTA = :CONTA-BATCH
                 AND DATA = CURRENT DATE
           END-EXEC

           IF SQLCODE < 0
               PERFORM ABANDONAR-CONTA
           END-IF.

       LER-SALDO-ANTERIOR.

      *    SALDO_APOS chains from the balance stored on the
      *    account's most recent movement - the postings go on the
      *    end of the statement, so each one's balance is simply
      *    the previous link plus its own value.
           EXEC SQL
               SELECT SALDO_APOS
               INTO :SALDO-ANTERIOR
               FROM EXTRATOS
               WHERE CONTA = :CONTA-BATCH
               ORDER BY DATA DESC, SEQ_EXTRATO DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 0 TO SALDO-ANTERIOR
               WHEN SQLCODE < 0
                   PERFORM ABANDONAR-CONTA
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
                   (:CONTA-BATCH, CURRENT DATE, :DESC-MOV,
                    :VALOR-MOV, :SEQ-MOV, :SALDO-APOS-MOV,
                    :COD-HIST, CURRENT DATE)
           END-EXEC

           IF SQLCODE < 0
               PERFORM ABANDONAR-CONTA
           ELSE
               MOVE SALDO-APOS-MOV TO SALDO-ANTERIOR
           END-IF.

       ATUALIZAR-SALDO.

      *    Applied as a delta, the same way EXTR005 applies its fee
      *    - CICS stays up during the run, and an absolute figure
      *    would overwrite whatever a teller committed in between.
           EXEC SQL
               UPDATE CONTAS
               SET SALDO = SALDO - :JUROS-MOV - :IOF-MOV
               WHERE CONTA = :CONTA-BATCH
           END-EXEC

           IF SQLCODE < 0
               PERFORM ABANDONAR-CONTA
           END-IF.

       ESCREVER-CABECALHO.

           MOVE SPACES TO REPORT-LINE
           STRING 'MEMORIA DE CALCULO - JUROS E IOF DE CHEQUE '
                  'ESPECIAL - PERIODO ' DATA-INI-MES ' A '
                  DATA-FIM-MES
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING '    DATA              SALDO DO DIA      JUROS DO '
                  'DIA        IOF DO DIA'
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       ESCREVER-CABECALHO-CONTA.

           COMPUTE WS-TAXA-PCT = TAXA-CONTA * 100
           MOVE WS-TAXA-PCT TO WS-TAXA-ED
           COMPUTE WS-IOF-PCT = WS-TAXA-IOF * 100
           MOVE WS-IOF-PCT TO WS-IOF-ED

           MOVE SPACES TO REPORT-LINE
           STRING 'AGENCIA ' AGENCIA-BATCH '  CONTA ' CONTA-BATCH
                  '  TAXA MENSAL ' WS-TAXA-ED '%  IOF DIARIO '
                  WS-IOF-ED '%'
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           IF TIPO-PESSOA = 'J'
               MOVE 'PESSOA JURIDICA' TO REPORT-LINE(80:15)
           ELSE
               MOVE 'PESSOA FISICA' TO REPORT-LINE(80:13)
           END-IF
           WRITE REPORT-LINE.

       ESCREVER-TOTAL-CONTA.

           MOVE SPACES TO REPORT-LINE
           MOVE 'TOTAL' TO REPORT-LINE(5:5)
           MOVE WS-DIAS-CONTA TO WS-DIAS-ED
           MOVE WS-DIAS-ED TO REPORT-LINE(11:3)
           MOVE 'DIAS' TO REPORT-LINE(15:4)
           MOVE WS-JUROS-CONTA TO WS-VALOR-ED
           MOVE WS-VALOR-ED TO REPORT-LINE(36:14)
           MOVE WS-IOF-CONTA TO WS-VALOR-ED
           MOVE WS-VALOR-ED TO REPORT-LINE(54:14)
           MOVE 'DEBITADO' TO REPORT-LINE(72:8)
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       ESCREVER-TOTAL-GERAL.

           MOVE SPACES TO REPORT-LINE
           STRING 'TOTAL GERAL DO BANCO'
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           MOVE WS-QTD-COBRADAS TO WS-QTD-ED
           MOVE WS-QTD-ED TO REPORT-LINE(24:9)
           MOVE WS-GER-JUROS TO WS-TOTAL-ED
           MOVE WS-TOTAL-ED TO REPORT-LINE(34:16)
           MOVE WS-GER-IOF TO WS-TOTAL-ED
           MOVE WS-TOTAL-ED TO REPORT-LINE(52:16)
           WRITE REPORT-LINE.

       ABANDONAR-CONTA.

      *    Half an account charged is worse than none: take the
      *    whole unit of work back and stop the run. The rollback
      *    also kills the held cursor position, so there is no
      *    point fetching further - the resubmit picks everything
      *    up, and the memo lines already written for this account
      *    are superseded by the resubmit's report.
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
                       (:ID-CTL, 'EXTR026', CURRENT DATE,
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

           MOVE WS-RETURN-CODE  TO RC-CTL
           MOVE WS-QTD-COBRADAS TO QTD-CTL

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

           DISPLAY 'EXTR026: ERRO DE ACESSO AO BANCO - SQLCODE = '
                   SQLCODE ' CONTA = ' CONTA-BATCH
           MOVE 16 TO WS-RETURN-CODE.
