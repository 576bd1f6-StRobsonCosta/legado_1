       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTR034.
       AUTHOR. EQUIPE-CONTAS-BATCH.
       DATE-WRITTEN. 15/10/2026.

      *================================================================*
      *  EXTR034                                                       *
      *  Nightly general-ledger interface. Every EXTRATOS movement     *
      *  carries a COD_HISTORICO naming the program that posted it     *
      *  and its nature, and a DATA_CONTABIL - the day it moved        *
      *  CONTAS.SALDO, which for a back-dated channel movement is not  *
      *  its statement DATA:                                           *
      *     101 TARIFA MANUTENCAO        (EXTR005)                     *
      *     102 JUROS CREDITO            (EXTR005)                     *
      *     201 CREDITO CANAIS ATM/MOBILE (EXTR007)                    *
      *     202 DEBITO CANAIS ATM/MOBILE (EXTR007)                     *
      *     301 TRANSFERENCIA ENVIADA    (TRF1 - EXTR012)              *
      *     302 TRANSFERENCIA RECEBIDA   (TRF1 - EXTR012)              *
      *     401 ESTORNO A DEBITO         (EST1 - EXTR013)              *
      *     402 ESTORNO A CREDITO        (EST1 - EXTR013)              *
      *     501 ORDEM DE PAGAMENTO       (EXTR017)                     *
      *     601 JUROS CHEQUE ESPECIAL    (EXTR026)                     *
      *     602 IOF CHEQUE ESPECIAL      (EXTR026)                     *
      *     701 TED ENVIADA              (TED1 - EXTR027)              *
      *     702 DEVOLUCAO DE TED         (EXTR029)                     *
      *     801 TRANSFERENCIA JUDICIAL   (EXTR031)                     *
      *     802 DEPOSITO JUDICIAL        (EXTR031)                     *
      *     E01 TARIFA PRO RATA          (EXTR035)                     *
      *     E02 JUROS CREDITO PRO RATA   (EXTR035)                     *
      *     E03 JUROS CHEQUE ESPECIAL    (EXTR035)                     *
      *     E04 IOF CHEQUE ESPECIAL      (EXTR035)                     *
      *     E05 ENCERRAMENTO - TRANSF    (EXTR035)                     *
      *     E06 ENCERRAMENTO - CREDITO   (EXTR035)                     *
      *     E07 ENCERRAMENTO - CHEQUE ADM (EXTR035)                    *
      *     E08 CHEQUE ADM A PAGAR       (EXTR035)                     *
      *     Q01 CHEQUE COMPENSADO        (EXTR038)                     *
      *     901 SALDO TRANSPORTADO       (EXTR019 - never in the GL)   *
      *  This run takes the movements whose DATA_CONTABIL is today,    *
      *  summarizes them by branch (CONTAS.AGENCIA) and code, and      *
      *  turns each sum into balanced double entries on the GL         *
      *  accounts HISTORICO_CONTABIL maps the code to - the deposit    *
      *  account the customer balances are carried on                  *
      *  (CONTA_CLIENTE) and the income, expense or clearing account   *
      *  on the other side (CONTA_CONTRAPARTIDA). Accounting keeps     *
      *  that table; a new code only needs its row there. The day's    *
      *  credits to customers go out as a debit to the counterpart     *
      *  and a credit to the deposit account, the day's debits the     *
      *  other way round, so every DET pair on the interface file      *
      *  (DD CONTABIL) balances on its own.                            *
      *                                                                *
      *  The file is framed by HDR/TRL like EXTRDW, and the TRL - the  *
      *  GL load refuses a file without it - is only written when the  *
      *  day proves out: the movements since the last EXTR020          *
      *  snapshot must add up to the change in total CONTAS.SALDO      *
      *  since that snapshot, the file must carry exactly today's      *
      *  movement, debits must equal credits and every code must be    *
      *  mapped. Anything else leaves the file without its trailer,    *
      *  displays the figures that disagree and ends RC 8: the file    *
      *  is not released until the break is found and the run is       *
      *  repeated. Nothing is updated, so the rerun is always safe.    *
      *  The run belongs after the day's last posting program and      *
      *  before EXTR020 takes tonight's snapshot.                      *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTABIL-FILE
               ASSIGN TO "CONTABIL"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTABIL-FILE.
       01  CONTABIL-REC.
           05 GL-TIPO-REG             PIC X(03).
           05 GL-AGENCIA              PIC X(04).
           05 GL-COD-HISTORICO        PIC X(03).
           05 GL-CONTA-CONTABIL       PIC X(20).
           05 GL-NATUREZA             PIC X(01).
               88 GL-DEBITO               VALUE 'D'.
               88 GL-CREDITO              VALUE 'C'.
           05 GL-VALOR                PIC 9(13)V99.
           05 GL-QTD-LANCAMENTOS      PIC 9(09).
           05 FILLER                  PIC X(25).
       01  CONTABIL-HEADER-REC.
           05 GH-TIPO-REG             PIC X(03).
           05 GH-DATA-GERACAO         PIC X(10).
           05 GH-JOB-ID               PIC X(08).
           05 GH-DATA-MOVIMENTO       PIC X(10).
           05 FILLER                  PIC X(49).
       01  CONTABIL-TRAILER-REC.
           05 GT-TIPO-REG             PIC X(03).
           05 GT-QTD-DETALHE          PIC 9(09).
           05 GT-HASH-VALOR           PIC S9(13)V99
                                      SIGN LEADING SEPARATE.
           05 GT-TOTAL-DEBITOS        PIC 9(13)V99.
           05 GT-TOTAL-CREDITOS       PIC 9(13)V99.
           05 FILLER                  PIC X(22).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-SQLCODE-RESUMO    PIC S9(8) COMP.
       01 WS-RETURN-CODE       PIC S9(4) COMP VALUE 0.
       01 WS-PARAR             PIC X(01) VALUE 'N'.
           88 WS-DEVE-PARAR        VALUE 'S'.
       01 WS-CONFERE           PIC X(01) VALUE 'S'.
           88 WS-DIA-CONFERE       VALUE 'S'.
           88 WS-DIA-NAO-CONFERE   VALUE 'N'.
       01 WS-QTD-DETALHE       PIC S9(9) COMP VALUE 0.
       01 WS-QTD-NAO-MAPEADOS  PIC S9(9) COMP VALUE 0.
       01 WS-HASH-VALOR        PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-TOTAL-DEBITOS     PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-TOTAL-CREDITOS    PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-MOVTO-ARQUIVO     PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-VARIACAO-SALDO    PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-CONTA-DEBITO      PIC X(20).
       01 WS-CONTA-CREDITO     PIC X(20).
       01 WS-VALOR-PAR         PIC S9(13)V99 COMP-3.
       01 WS-QTD-PAR           PIC S9(9) COMP.
       01 WS-TOTAL-ED          PIC -99999999999.99.
       01 WS-DATA-GERACAO      PIC X(10).
       01 WS-DATA-CORR         PIC 9(08).
       01 WS-DATA-CORR-X REDEFINES WS-DATA-CORR
                               PIC X(08).

       EXEC SQL
          BEGIN DECLARE SECTION
       END-EXEC.
       01 :AGENCIA-RES      PIC X(04).
       01 :COD-HIST-RES     PIC X(03).
       01 :CONTA-CLIENTE    PIC X(20).
       01 :CONTA-CONTRA     PIC X(20).
       01 :VALOR-CREDITOS   DECIMAL(15,2).
       01 :QTD-CREDITOS     PIC S9(9) COMP.
       01 :VALOR-DEBITOS    DECIMAL(15,2).
       01 :QTD-DEBITOS      PIC S9(9) COMP.
       01 :DATA-BASE        PIC X(10).
       01 :SALDO-TOTAL-BASE DECIMAL(15,2).
       01 :SALDO-TOTAL-HOJE DECIMAL(15,2).
       01 :MOVTO-DESDE-BASE DECIMAL(15,2).
       01 :MOVTO-HOJE       DECIMAL(15,2).
       01 :ID-CTL           PIC S9(9) COMP.
       01 :RC-CTL           PIC S9(9) COMP.
       01 :QTD-CTL          PIC S9(9) COMP.
       EXEC SQL
          END DECLARE SECTION
       END-EXEC.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.

           PERFORM GRAVAR-INICIO-CONTROLE

           OPEN OUTPUT CONTABIL-FILE

           IF WS-RETURN-CODE = 0
               PERFORM ESCREVER-CABECALHO
               PERFORM RESUMIR-MOVIMENTO
           END-IF

      *    The proof is taken after the summary, so a posting that
      *    slipped in while the cursor ran shows up as a break and
      *    is never silently left out of the ledger.
           IF WS-RETURN-CODE = 0
               PERFORM CONFERIR-DIA
           END-IF

           IF WS-RETURN-CODE = 0
               IF WS-DIA-CONFERE
                   PERFORM ESCREVER-TRAILER
               ELSE
                   PERFORM RECUSAR-ARQUIVO
               END-IF
           END-IF

           CLOSE CONTABIL-FILE

           DISPLAY 'EXTR034: REGISTROS CONTABEIS = ' WS-QTD-DETALHE
           MOVE WS-TOTAL-DEBITOS TO WS-TOTAL-ED
           DISPLAY 'EXTR034: TOTAL A DEBITO      = ' WS-TOTAL-ED
           MOVE WS-TOTAL-CREDITOS TO WS-TOTAL-ED
           DISPLAY 'EXTR034: TOTAL A CREDITO     = ' WS-TOTAL-ED

           PERFORM GRAVAR-FIM-CONTROLE

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       RESUMIR-MOVIMENTO.

      *    One row per branch and code, credits and debits to the
      *    customer summed apart - the GL wants the day gross, not
      *    netted. An unknown code comes back with blank accounts.
           EXEC SQL
               DECLARE CURSOR_RESUMO CURSOR FOR
               SELECT C.AGENCIA,
                      COALESCE(E.COD_HISTORICO, ' '),
                      COALESCE(M.CONTA_CLIENTE, ' '),
                      COALESCE(M.CONTA_CONTRAPARTIDA, ' '),
                      COALESCE(SUM(CASE WHEN E.VALOR > 0
                                        THEN E.VALOR ELSE 0 END), 0),
                      SUM(CASE WHEN E.VALOR > 0 THEN 1 ELSE 0 END),
                      COALESCE(SUM(CASE WHEN E.VALOR < 0
                                        THEN 0 - E.VALOR ELSE 0 END),
                               0),
                      SUM(CASE WHEN E.VALOR < 0 THEN 1 ELSE 0 END)
               FROM EXTRATOS E
               INNER JOIN CONTAS C
                  ON C.CONTA = E.CONTA
               LEFT JOIN HISTORICO_CONTABIL M
                  ON M.COD_HISTORICO = E.COD_HISTORICO
               WHERE E.DATA_CONTABIL = CURRENT DATE
               GROUP BY C.AGENCIA, E.COD_HISTORICO,
                        M.CONTA_CLIENTE, M.CONTA_CONTRAPARTIDA
               ORDER BY C.AGENCIA, E.COD_HISTORICO
           END-EXEC.

           EXEC SQL
               OPEN CURSOR_RESUMO
           END-EXEC

           IF SQLCODE < 0
               PERFORM REPORTAR-ERRO-SQL
           ELSE
               MOVE 0 TO WS-SQLCODE-RESUMO

               PERFORM UNTIL WS-SQLCODE-RESUMO NOT = 0
                          OR WS-DEVE-PARAR
                   EXEC SQL
                       FETCH CURSOR_RESUMO
                           INTO :AGENCIA-RES, :COD-HIST-RES,
                                :CONTA-CLIENTE, :CONTA-CONTRA,
                                :VALOR-CREDITOS, :QTD-CREDITOS,
                                :VALOR-DEBITOS, :QTD-DEBITOS
                   END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE-RESUMO

                   IF WS-SQLCODE-RESUMO = 0
                       PERFORM CONTABILIZAR-RESUMO
                   END-IF
               END-PERFORM

               IF WS-SQLCODE-RESUMO < 0
                   PERFORM REPORTAR-ERRO-SQL
                   SET WS-DEVE-PARAR TO TRUE
               END-IF

               EXEC SQL
                   CLOSE CURSOR_RESUMO
               END-EXEC
           END-IF.

       CONTABILIZAR-RESUMO.

           ADD VALOR-CREDITOS TO WS-MOVTO-ARQUIVO
           SUBTRACT VALOR-DEBITOS FROM WS-MOVTO-ARQUIVO

           IF CONTA-CLIENTE = SPACES OR CONTA-CONTRA = SPACES
               DISPLAY 'EXTR034: HISTORICO SEM CONTA CONTABIL - '
                       'COD = ' COD-HIST-RES ' AGENCIA = ' AGENCIA-RES
               ADD 1 TO WS-QTD-NAO-MAPEADOS
               SET WS-DIA-NAO-CONFERE TO TRUE
           ELSE
               IF VALOR-CREDITOS > 0
                   MOVE CONTA-CONTRA   TO WS-CONTA-DEBITO
                   MOVE CONTA-CLIENTE  TO WS-CONTA-CREDITO
                   MOVE VALOR-CREDITOS TO WS-VALOR-PAR
                   MOVE QTD-CREDITOS   TO WS-QTD-PAR
                   PERFORM ESCREVER-PAR-DETALHE
               END-IF
               IF VALOR-DEBITOS > 0
                   MOVE CONTA-CLIENTE  TO WS-CONTA-DEBITO
                   MOVE CONTA-CONTRA   TO WS-CONTA-CREDITO
                   MOVE VALOR-DEBITOS  TO WS-VALOR-PAR
                   MOVE QTD-DEBITOS    TO WS-QTD-PAR
                   PERFORM ESCREVER-PAR-DETALHE
               END-IF
           END-IF.

       CONFERIR-DIA.

      *    The base is the latest EXTR020 snapshot before today -
      *    normally last night's. If a night's snapshot is missing
      *    the proof simply spans the days since the one before, so
      *    it still holds; what it will not do is release a file
      *    with no snapshot at all to prove against.
           EXEC SQL
               SELECT COALESCE(CHAR(MAX(DATA), ISO), ' ')
               INTO :DATA-BASE
               FROM SALDOS_DIARIOS
               WHERE DATA < CURRENT DATE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE < 0
                   PERFORM REPORTAR-ERRO-SQL
               WHEN DATA-BASE = SPACES
                   DISPLAY 'EXTR034: NENHUM SALDO DIARIO ANTERIOR '
                           'A HOJE EM SALDOS_DIARIOS'
                   SET WS-DIA-NAO-CONFERE TO TRUE
               WHEN OTHER
                   PERFORM LER-TOTAIS-CONTROLE
           END-EVALUATE.

       LER-TOTAIS-CONTROLE.

      *    One statement for all four figures, so they are read
      *    together rather than at four different moments.
           EXEC SQL
               SELECT (SELECT COALESCE(SUM(SALDO), 0)
                       FROM SALDOS_DIARIOS
                       WHERE DATA = DATE(:DATA-BASE)),
                      (SELECT COALESCE(SUM(SALDO), 0)
                       FROM CONTAS),
                      (SELECT COALESCE(SUM(VALOR), 0)
                       FROM EXTRATOS
                       WHERE DATA_CONTABIL > DATE(:DATA-BASE)
                         AND DATA_CONTABIL <= CURRENT DATE),
                      (SELECT COALESCE(SUM(VALOR), 0)
                       FROM EXTRATOS
                       WHERE DATA_CONTABIL = CURRENT DATE)
               INTO :SALDO-TOTAL-BASE, :SALDO-TOTAL-HOJE,
                    :MOVTO-DESDE-BASE, :MOVTO-HOJE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE < 0
               PERFORM REPORTAR-ERRO-SQL
           ELSE
               COMPUTE WS-VARIACAO-SALDO =
                   SALDO-TOTAL-HOJE - SALDO-TOTAL-BASE

               IF MOVTO-DESDE-BASE NOT = WS-VARIACAO-SALDO
                   DISPLAY 'EXTR034: MOVIMENTO NAO CONFERE COM A '
                           'VARIACAO DO SALDO DAS CONTAS - BASE '
                           DATA-BASE
                   MOVE SALDO-TOTAL-BASE TO WS-TOTAL-ED
                   DISPLAY 'EXTR034:   SALDO TOTAL NA BASE   = '
                           WS-TOTAL-ED
                   MOVE SALDO-TOTAL-HOJE TO WS-TOTAL-ED
                   DISPLAY 'EXTR034:   SALDO TOTAL HOJE      = '
                           WS-TOTAL-ED
                   MOVE WS-VARIACAO-SALDO TO WS-TOTAL-ED
                   DISPLAY 'EXTR034:   VARIACAO DO SALDO     = '
                           WS-TOTAL-ED
                   MOVE MOVTO-DESDE-BASE TO WS-TOTAL-ED
                   DISPLAY 'EXTR034:   MOVIMENTO NO PERIODO  = '
                           WS-TOTAL-ED
                   SET WS-DIA-NAO-CONFERE TO TRUE
               END-IF

               IF MOVTO-HOJE NOT = WS-MOVTO-ARQUIVO
                   DISPLAY 'EXTR034: ARQUIVO NAO TRAZ O MOVIMENTO '
                           'DO DIA'
                   MOVE MOVTO-HOJE TO WS-TOTAL-ED
                   DISPLAY 'EXTR034:   MOVIMENTO DO DIA      = '
                           WS-TOTAL-ED
                   MOVE WS-MOVTO-ARQUIVO TO WS-TOTAL-ED
                   DISPLAY 'EXTR034:   MOVIMENTO NO ARQUIVO  = '
                           WS-TOTAL-ED
                   SET WS-DIA-NAO-CONFERE TO TRUE
               END-IF

               IF WS-TOTAL-DEBITOS NOT = WS-TOTAL-CREDITOS
                   DISPLAY 'EXTR034: DEBITOS E CREDITOS NAO BATEM'
                   SET WS-DIA-NAO-CONFERE TO TRUE
               END-IF
           END-IF.

       ESCREVER-CABECALHO.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-CORR-X
           STRING WS-DATA-CORR-X(1:4) '-' WS-DATA-CORR-X(5:2)
                  '-' WS-DATA-CORR-X(7:2)
               DELIMITED BY SIZE INTO WS-DATA-GERACAO
           END-STRING

           MOVE SPACES          TO CONTABIL-HEADER-REC
           MOVE 'HDR'           TO GH-TIPO-REG
           MOVE WS-DATA-GERACAO TO GH-DATA-GERACAO
           MOVE 'EXTR034'       TO GH-JOB-ID
           MOVE WS-DATA-GERACAO TO GH-DATA-MOVIMENTO

           WRITE CONTABIL-HEADER-REC.

       ESCREVER-PAR-DETALHE.

      *    The two legs of one entry always go out together, debit
      *    first, for the same amount.
           MOVE SPACES           TO CONTABIL-REC
           MOVE 'DET'            TO GL-TIPO-REG
           MOVE AGENCIA-RES      TO GL-AGENCIA
           MOVE COD-HIST-RES     TO GL-COD-HISTORICO
           MOVE WS-CONTA-DEBITO  TO GL-CONTA-CONTABIL
           SET GL-DEBITO         TO TRUE
           MOVE WS-VALOR-PAR     TO GL-VALOR
           MOVE WS-QTD-PAR       TO GL-QTD-LANCAMENTOS

           WRITE CONTABIL-REC
           ADD WS-VALOR-PAR TO WS-TOTAL-DEBITOS

           MOVE SPACES           TO CONTABIL-REC
           MOVE 'DET'            TO GL-TIPO-REG
           MOVE AGENCIA-RES      TO GL-AGENCIA
           MOVE COD-HIST-RES     TO GL-COD-HISTORICO
           MOVE WS-CONTA-CREDITO TO GL-CONTA-CONTABIL
           SET GL-CREDITO        TO TRUE
           MOVE WS-VALOR-PAR     TO GL-VALOR
           MOVE WS-QTD-PAR       TO GL-QTD-LANCAMENTOS

           WRITE CONTABIL-REC
           ADD WS-VALOR-PAR TO WS-TOTAL-CREDITOS

           ADD 2 TO WS-QTD-DETALHE
           ADD WS-VALOR-PAR TO WS-HASH-VALOR
           ADD WS-VALOR-PAR TO WS-HASH-VALOR.

       ESCREVER-TRAILER.

           MOVE SPACES            TO CONTABIL-TRAILER-REC
           MOVE 'TRL'             TO GT-TIPO-REG
           MOVE WS-QTD-DETALHE    TO GT-QTD-DETALHE
           MOVE WS-HASH-VALOR     TO GT-HASH-VALOR
           MOVE WS-TOTAL-DEBITOS  TO GT-TOTAL-DEBITOS
           MOVE WS-TOTAL-CREDITOS TO GT-TOTAL-CREDITOS

           WRITE CONTABIL-TRAILER-REC.

       RECUSAR-ARQUIVO.

      *    No TRL: the GL load refuses the file exactly as it would
      *    a file cut short by an abend.
           DISPLAY 'EXTR034: DIA NAO CONFERE - ARQUIVO CONTABIL NAO '
                   'LIBERADO'
           IF WS-QTD-NAO-MAPEADOS > 0
               DISPLAY 'EXTR034: HISTORICOS SEM MAPEAMENTO = '
                       WS-QTD-NAO-MAPEADOS
           END-IF
           MOVE 8 TO WS-RETURN-CODE.

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
                       (:ID-CTL, 'EXTR034', CURRENT DATE,
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
           MOVE WS-QTD-DETALHE TO QTD-CTL

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

           DISPLAY 'EXTR034: ERRO DE ACESSO AO BANCO - SQLCODE = '
                   SQLCODE
           MOVE 16 TO WS-RETURN-CODE.
