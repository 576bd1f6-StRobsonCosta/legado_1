       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTR035.
       AUTHOR. EQUIPE-CONTAS-BATCH.
       DATE-WRITTEN. 15/10/2026.

      *================================================================*
      *  EXTR035                                                       *
      *  Overnight account closure settlement. CON1 (EXTR006)          *
      *  function 'F' queues a closure request on ENCERRAMENTOS        *
      *  (SITUACAO 'P') naming where the money goes: another of our    *
      *  accounts ('C') or a cashier's cheque ('Q'). For every         *
      *  request keyed up to today this run does in one unit of work   *
      *  what the branch used to do by hand over several days:         *
      *    - posts the final charges, pro rata to the day of the       *
      *      month: the maintenance fee and the credit interest        *
      *      EXTR005 would post at month end (unless it already did    *
      *      this month), and the overdraft interest and IOF EXTR026   *
      *      charges, for every overdrawn day EXTR026 has not charged  *
      *      yet - same rates, same descriptions, so EXTR030 and the   *
      *      statement programs see them as the ordinary charges;      *
      *    - releases the account's remaining BLQ1 holds and cancels   *
      *      its active ORD1 payment orders (ORDENS_PAGTO 'C');        *
      *    - pays the residual out - a transfer to the nominated       *
      *      account, or a cashier's cheque, numbered with the         *
      *      request id and credited to the cheques-payable account    *
      *      (WS-CONTA-CHEQUE-ADM) until the customer collects it;     *
      *    - closes the account (SITUACAO 'E', CONTAS_AUDIT 'E' by     *
      *      operator 'BAT') and marks the request 'E';                *
      *  and then prints the closure letter with the final statement   *
      *  - this month's movements down to the zero balance - to the    *
      *  CLIENTES address (DD ENCCART).                                *
      *  A request is refused, with nothing posted, when the account   *
      *  is no longer active, when a court-order hold (EXTR031) is     *
      *  still active on it, when the destination account is no        *
      *  longer active, or when the final charges would leave the      *
      *  account overdrawn - the customer must cover the debt first.   *
      *  The request is marked 'R' with the reason (the CON1 motivo    *
      *  values, '18' for the debt) and CONTAS_AUDIT gets an 'F' row.  *
      *  Every request processed is listed for the branches on DD      *
      *  ENCREL. Each request commits on its own; an SQL error rolls   *
      *  back the one in hand and stops the run (RC 16), and the       *
      *  resubmit picks up whatever is still 'P'. Like EXTR005, the    *
      *  run refuses to start before today's EXTR007 load has ended    *
      *  clean - charges on stale balances are wrong charges.          *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARTA-FILE
               ASSIGN TO "ENCCART"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE
               ASSIGN TO "ENCREL"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CARTA-FILE.
       01  CARTA-LINE                 PIC X(132).

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-SQLCODE-ENC       PIC S9(8) COMP.
       01 WS-SQLCODE-DIA       PIC S9(8) COMP.
       01 WS-SQLCODE-EXT       PIC S9(8) COMP.
       01 WS-RETURN-CODE       PIC S9(4) COMP VALUE 0.
       01 WS-PARAR             PIC X(01) VALUE 'N'.
           88 WS-DEVE-PARAR        VALUE 'S'.
       01 WS-CONTA-CHEQUE-ADM  PIC X(10) VALUE '9000000002'.
       01 WS-TARIFA            PIC S9(9)V99 VALUE 12.90.
       01 WS-TAXA-JUROS        PIC SV9(5) VALUE 0.00500.
       01 WS-TAXA-PADRAO-MES   PIC SV9(5) VALUE 0.08000.
       01 WS-IOF-DIA-PF        PIC SV9(7) VALUE 0.0000820.
       01 WS-IOF-DIA-PJ        PIC SV9(7) VALUE 0.0000410.
       01 WS-TAXA-IOF          PIC SV9(7).
       01 WS-DIAS-PRO-RATA     PIC S9(4) COMP.
      *    A refusal is audited under CON1's function 'F', so its
      *    motivo is one of CON1's own (CONTCOM).
       01 WS-MOTIVO-RECUSA     PIC X(02).
           88 WS-SEM-RECUSA            VALUE '  '.
           88 WS-REC-CONTA-NAO-EXISTE  VALUE '06'.
           88 WS-REC-JA-ENCERRADA      VALUE '08'.
           88 WS-REC-SITUACAO-INVALIDA VALUE '09'.
           88 WS-REC-DESTINO-INVALIDO  VALUE '15'.
           88 WS-REC-BLOQUEIO-JUDICIAL VALUE '16'.
       01 WS-TARIFA-CONTA      PIC S9(11)V99.
       01 WS-JUROS-CONTA       PIC S9(11)V99.
       01 WS-UTILIZADO         PIC S9(11)V99.
       01 WS-JUROS-DIA         PIC S9(9)V99.
       01 WS-IOF-DIA           PIC S9(9)V99.
       01 WS-JUROS-CE          PIC S9(11)V99.
       01 WS-IOF-CE            PIC S9(11)V99.
       01 WS-SALDO-FINAL       PIC S9(11)V99.
       01 WS-QTD-LIQUIDADAS    PIC S9(9) COMP VALUE 0.
       01 WS-QTD-RECUSADAS     PIC S9(9) COMP VALUE 0.
       01 WS-QTD-SEM-ENDERECO  PIC S9(9) COMP VALUE 0.
       01 WS-GER-RESIDUAL      PIC S9(13)V99 VALUE 0.
       01 WS-QTD-IMPRESSAO     PIC S9(9) COMP VALUE 0.
       01 WS-LINHAS-POR-PAGINA PIC S9(4) COMP VALUE 60.
       01 WS-PAGINAS-CHEIAS    PIC S9(9) COMP.
       01 WS-RESTO-PAGINA      PIC S9(4) COMP.
       01 WS-LINHAS-SALTO      PIC S9(4) COMP.
       01 WS-DATA-GERACAO      PIC X(10).
       01 WS-DATA-CORR         PIC 9(08).
       01 WS-DATA-CORR-X REDEFINES WS-DATA-CORR
                               PIC X(08).

       01 WS-QTD-ED            PIC ZZZZZZZZ9.
       01 WS-ID-ED             PIC ZZZZZZZZ9.
       01 WS-VALOR-ED          PIC -999999999.99.
       01 WS-TOTAL-ED          PIC -99999999999.99.

      *================================================================*
      *  CON1's commarea, for the motivo list the closure refusals     *
      *  are audited with.                                             *
      *================================================================*
       COPY CONTCOM REPLACING
            ==DFHCOMMAREA==            BY ==WS-CON-COMMAREA==.

       EXEC SQL
          BEGIN DECLARE SECTION
       END-EXEC.
       01 :ID-ENC           PIC S9(9) COMP.
       01 :CONTA-ENC        PIC X(10).
       01 :AGENCIA-ENC      PIC X(04).
       01 :TIPO-DESTINO     PIC X(01).
       01 :CONTA-DESTINO    PIC X(10).
       01 :SITUACAO-ENC     PIC X(01).
       01 :SALDO-ENC        DECIMAL(15,2).
       01 :TITULAR-ENC      PIC X(40).
       01 :TIPO-PESSOA      PIC X(01).
       01 :TAXA-PADRAO      DECIMAL(7,5).
       01 :TAXA-CONTA       DECIMAL(7,5).
       01 :LOGRADOURO-CLI   PIC X(40).
       01 :CIDADE-CLI       PIC X(30).
       01 :UF-CLI           PIC X(02).
       01 :CEP-CLI          PIC X(08).
       01 :SITUACAO-DEST    PIC X(01).
       01 :SITUACAO-ADM     PIC X(01).
       01 :QTD-BLOQ-JUD     PIC S9(9) COMP.
       01 :QTD-JA-POSTADA   PIC S9(9) COMP.
       01 :DIA-DO-MES       PIC S9(4) COMP.
       01 :DATA-INI-MES     PIC X(10).
       01 :DATA-INI-ANT     PIC X(10).
       01 :DATA-INI-CE      PIC X(10).
       01 :DATA-DIA         PIC X(10).
       01 :SALDO-DIA        DECIMAL(15,2).
       01 :CONTA-MOV        PIC X(10).
       01 :VALOR-MOV        DECIMAL(15,2).
       01 :DESC-MOV         PIC X(100).
       01 :COD-HIST         PIC X(03).
       01 :SEQ-MOV          PIC S9(9) COMP.
       01 :SALDO-ANTERIOR   DECIMAL(15,2).
       01 :SALDO-APOS-MOV   DECIMAL(15,2).
       01 :VALOR-RESIDUAL   DECIMAL(15,2).
       01 :QTD-BLOQ-LIB     PIC S9(9) COMP.
       01 :QTD-ORD-CANC     PIC S9(9) COMP.
       01 :MOTIVO-ENC       PIC X(02).
       01 :FUNCAO-AUD       PIC X(01).
       01 :DATA-EXT         PIC X(10).
       01 :DESC-EXT         PIC X(100).
       01 :VALOR-EXT        DECIMAL(15,2).
       01 :SALDO-EXT        DECIMAL(15,2).
       01 :SALDO-INICIAL    DECIMAL(15,2).
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
               PERFORM MONTAR-PERIODO
           END-IF

           OPEN OUTPUT CARTA-FILE
           OPEN OUTPUT REPORT-FILE

           IF WS-RETURN-CODE = 0
               PERFORM ESCREVER-CABECALHO-RELATORIO
               PERFORM LIQUIDAR-SOLICITACOES
           END-IF

           IF WS-RETURN-CODE = 0
               PERFORM ESCREVER-TOTAL-RELATORIO
           END-IF

      *    A letter that could not be addressed still went out to
      *    the branch - the run is good, but it says so.
           IF WS-RETURN-CODE = 0 AND WS-QTD-SEM-ENDERECO > 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF

           CLOSE CARTA-FILE
           CLOSE REPORT-FILE

           DISPLAY 'EXTR035: CONTAS ENCERRADAS   = ' WS-QTD-LIQUIDADAS
           DISPLAY 'EXTR035: SOLICIT. RECUSADAS  = ' WS-QTD-RECUSADAS
           DISPLAY 'EXTR035: CARTAS SEM ENDERECO = '
                   WS-QTD-SEM-ENDERECO

           PERFORM GRAVAR-FIM-CONTROLE

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       VERIFICAR-CARGA-DO-DIA.

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
                   DISPLAY 'EXTR035: CARGA EXTR007 DE HOJE SEM '
                           'TERMINO LIMPO - EXECUCAO RECUSADA'
                   MOVE 8 TO WS-RETURN-CODE
           END-EVALUATE.

       MONTAR-PERIODO.

      *    The fee and the credit interest are prorated over the
      *    days of the month gone by, a month counted as 30 days as
      *    EXTR026 counts it; the final statement starts on the
      *    first of the month.
           EXEC SQL
               SELECT DAY(CURRENT DATE),
                      CHAR(CURRENT DATE
                           - (DAY(CURRENT DATE) - 1) DAYS, ISO),
                      CHAR(CURRENT DATE
                           - (DAY(CURRENT DATE) - 1) DAYS
                           - 1 MONTH, ISO)
               INTO :DIA-DO-MES, :DATA-INI-MES, :DATA-INI-ANT
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE < 0
               PERFORM REPORTAR-ERRO-SQL
           ELSE
               MOVE DIA-DO-MES TO WS-DIAS-PRO-RATA
               IF WS-DIAS-PRO-RATA > 30
                   MOVE 30 TO WS-DIAS-PRO-RATA
               END-IF
               MOVE WS-TAXA-PADRAO-MES TO TAXA-PADRAO
           END-IF.

       LIQUIDAR-SOLICITACOES.

      *    WITH HOLD keeps the cursor alive across the COMMIT that
      *    closes each request. A request keyed at the counter while
      *    this runs is simply not in it and waits for tomorrow.
           EXEC SQL
               DECLARE CURSOR_ENCERRAMENTOS CURSOR WITH HOLD FOR
               SELECT ID_ENCERRAMENTO, CONTA, TIPO_DESTINO,
                      COALESCE(CONTA_DESTINO, ' ')
               FROM ENCERRAMENTOS
               WHERE SITUACAO = 'P'
                 AND DATE(DATA_HORA_SOLIC) <= CURRENT DATE
               ORDER BY ID_ENCERRAMENTO
           END-EXEC.

           EXEC SQL
               OPEN CURSOR_ENCERRAMENTOS
           END-EXEC

           IF SQLCODE < 0
               PERFORM REPORTAR-ERRO-SQL
           ELSE
               MOVE 0 TO WS-SQLCODE-ENC

               PERFORM UNTIL WS-SQLCODE-ENC NOT = 0
                          OR WS-DEVE-PARAR
                   EXEC SQL
                       FETCH CURSOR_ENCERRAMENTOS
                           INTO :ID-ENC, :CONTA-ENC, :TIPO-DESTINO,
                                :CONTA-DESTINO
                   END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE-ENC

                   IF WS-SQLCODE-ENC = 0
                       PERFORM LIQUIDAR-SOLICITACAO
                   END-IF
               END-PERFORM

               IF WS-SQLCODE-ENC < 0
                   PERFORM REPORTAR-ERRO-SQL
               END-IF

               IF NOT WS-DEVE-PARAR
                   EXEC SQL
                       CLOSE CURSOR_ENCERRAMENTOS
                   END-EXEC
               END-IF
           END-IF.

       LIQUIDAR-SOLICITACAO.

      *    Everything that can refuse the request is settled before
      *    the first posting, so a refusal never has a half-posted
      *    settlement to take back.
           SET WS-SEM-RECUSA TO TRUE
           MOVE 0 TO WS-TARIFA-CONTA
           MOVE 0 TO WS-JUROS-CONTA
           MOVE 0 TO WS-JUROS-CE
           MOVE 0 TO WS-IOF-CE
           MOVE 0 TO VALOR-RESIDUAL
           MOVE 0 TO QTD-BLOQ-LIB
           MOVE 0 TO QTD-ORD-CANC
           MOVE SPACES TO AGENCIA-ENC

           PERFORM LER-CONTA-ENCERRAR

           IF WS-SEM-RECUSA AND NOT WS-DEVE-PARAR
               PERFORM VERIFICAR-BLOQUEIO-JUDICIAL
           END-IF

           IF WS-SEM-RECUSA AND NOT WS-DEVE-PARAR
              AND TIPO-DESTINO = 'C'
               PERFORM VERIFICAR-CONTA-DESTINO
           END-IF

           IF WS-SEM-RECUSA AND NOT WS-DEVE-PARAR
               PERFORM CALCULAR-ENCARGOS
           END-IF

           IF WS-SEM-RECUSA AND NOT WS-DEVE-PARAR
               COMPUTE WS-SALDO-FINAL =
                   SALDO-ENC - WS-TARIFA-CONTA + WS-JUROS-CONTA
                   - WS-JUROS-CE - WS-IOF-CE
               IF WS-SALDO-FINAL < 0
                   SET CM-MOTIVO-SALDO-DEVEDOR TO TRUE
                   MOVE CM-MOTIVO TO WS-MOTIVO-RECUSA
               END-IF
           END-IF

           IF NOT WS-DEVE-PARAR
               IF WS-SEM-RECUSA
                   PERFORM EFETIVAR-ENCERRAMENTO
               ELSE
                   PERFORM RECUSAR-SOLICITACAO
               END-IF
           END-IF.

       LER-CONTA-ENCERRAR.

      *    The holder's document decides the IOF rate and finds the
      *    mailing address, the same way EXTR026 and EXTR030 use it.
           EXEC SQL
               SELECT C.SITUACAO, C.SALDO, C.AGENCIA, C.TITULAR,
                      CASE WHEN LENGTH(RTRIM(
                                COALESCE(C.DOCUMENTO, ' '))) > 11
                           THEN 'J' ELSE 'F' END,
                      COALESCE(T.TAXA_CHEQUE_ESPECIAL, :TAXA-PADRAO),
                      COALESCE(CL.LOGRADOURO, ' '),
                      COALESCE(CL.CIDADE, ' '),
                      COALESCE(CL.UF, ' '),
                      COALESCE(CL.CEP, ' ')
               INTO :SITUACAO-ENC, :SALDO-ENC, :AGENCIA-ENC,
                    :TITULAR-ENC, :TIPO-PESSOA, :TAXA-CONTA,
                    :LOGRADOURO-CLI, :CIDADE-CLI, :UF-CLI, :CEP-CLI
               FROM CONTAS C
               LEFT JOIN CONTAS_TAXA T
                 ON T.CONTA = C.CONTA
               LEFT JOIN CLIENTES CL
                 ON CL.DOCUMENTO = C.DOCUMENTO
               WHERE C.CONTA = :CONTA-ENC
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-REC-CONTA-NAO-EXISTE TO TRUE
               WHEN SQLCODE < 0
                   PERFORM ABANDONAR-SOLICITACAO
               WHEN SITUACAO-ENC = 'E'
                   SET WS-REC-JA-ENCERRADA TO TRUE
               WHEN SITUACAO-ENC NOT = 'A'
                   SET WS-REC-SITUACAO-INVALIDA TO TRUE
           END-EVALUATE.

       VERIFICAR-BLOQUEIO-JUDICIAL.

      *    Money held for a court order stays where it is until the
      *    court releases or takes it (EXTR031).
           EXEC SQL
               SELECT COUNT(*)
               INTO :QTD-BLOQ-JUD
               FROM BLOQUEIOS_VALOR B
               INNER JOIN ORDENS_JUDICIAIS_BLOQ O
                  ON O.ID_BLOQUEIO = B.ID_BLOQUEIO
               WHERE B.CONTA = :CONTA-ENC
                 AND B.SITUACAO = 'A'
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE < 0
                   PERFORM ABANDONAR-SOLICITACAO
               WHEN QTD-BLOQ-JUD > 0
                   SET WS-REC-BLOQUEIO-JUDICIAL TO TRUE
           END-EVALUATE.

       VERIFICAR-CONTA-DESTINO.

      *    Checked again tonight: the destination may have been
      *    blocked or closed since the request was keyed.
           EXEC SQL
               SELECT SITUACAO
               INTO :SITUACAO-DEST
               FROM CONTAS
               WHERE CONTA = :CONTA-DESTINO
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-REC-DESTINO-INVALIDO TO TRUE
               WHEN SQLCODE < 0
                   PERFORM ABANDONAR-SOLICITACAO
               WHEN SITUACAO-DEST NOT = 'A'
                   SET WS-REC-DESTINO-INVALIDO TO TRUE
           END-EVALUATE.

       CALCULAR-ENCARGOS.

      *    This month's fee already posted means EXTR005 got to the
      *    account at month end - its fee and interest stand and
      *    nothing is prorated on top.
           EXEC SQL
               SELECT COUNT(*)
               INTO :QTD-JA-POSTADA
               FROM EXTRATOS
               WHERE CONTA = :CONTA-ENC
                 AND DESCRICAO = 'TARIFA MANUTENCAO'
                 AND YEAR(DATA) = YEAR(CURRENT DATE)
                 AND MONTH(DATA) = MONTH(CURRENT DATE)
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE < 0
                   PERFORM ABANDONAR-SOLICITACAO
               WHEN QTD-JA-POSTADA = 0
                   COMPUTE WS-TARIFA-CONTA ROUNDED =
                       WS-TARIFA * WS-DIAS-PRO-RATA / 30
                   IF SALDO-ENC > 0
                       COMPUTE WS-JUROS-CONTA ROUNDED =
                           SALDO-ENC * WS-TAXA-JUROS
                           * WS-DIAS-PRO-RATA / 30
                   END-IF
           END-EVALUATE

           IF NOT WS-DEVE-PARAR
               PERFORM CALCULAR-CHEQUE-ESPECIAL
           END-IF.

       CALCULAR-CHEQUE-ESPECIAL.

      *    EXTR026 charges a month's overdraft at the start of the
      *    next. With this month's charge already on the statement
      *    only this month's days are still open; without it, last
      *    month's are too. Each day is charged from its EXTR020
      *    snapshot and rounded on its own, exactly as EXTR026 does.
           IF TIPO-PESSOA = 'J'
               MOVE WS-IOF-DIA-PJ TO WS-TAXA-IOF
           ELSE
               MOVE WS-IOF-DIA-PF TO WS-TAXA-IOF
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO :QTD-JA-POSTADA
               FROM EXTRATOS
               WHERE CONTA = :CONTA-ENC
                 AND DESCRICAO IN ('JUROS CHEQUE ESPECIAL',
                                   'IOF CHEQUE ESPECIAL')
                 AND YEAR(DATA) = YEAR(CURRENT DATE)
                 AND MONTH(DATA) = MONTH(CURRENT DATE)
           END-EXEC

           IF SQLCODE < 0
               PERFORM ABANDONAR-SOLICITACAO
           ELSE
               IF QTD-JA-POSTADA > 0
                   MOVE DATA-INI-MES TO DATA-INI-CE
               ELSE
                   MOVE DATA-INI-ANT TO DATA-INI-CE
               END-IF
               PERFORM SOMAR-DIAS-DEVEDORES
           END-IF.

       SOMAR-DIAS-DEVEDORES.

           EXEC SQL
               DECLARE CURSOR_DIAS CURSOR FOR
               SELECT CHAR(DATA, ISO), SALDO
               FROM SALDOS_DIARIOS
               WHERE CONTA = :CONTA-ENC
                 AND DATA >= DATE(:DATA-INI-CE)
                 AND DATA < CURRENT DATE
                 AND SALDO < 0
               ORDER BY DATA
           END-EXEC.

           EXEC SQL
               OPEN CURSOR_DIAS
           END-EXEC

           IF SQLCODE < 0
               PERFORM ABANDONAR-SOLICITACAO
           ELSE
               MOVE 0 TO WS-SQLCODE-DIA

               PERFORM UNTIL WS-SQLCODE-DIA NOT = 0
                   EXEC SQL
                       FETCH CURSOR_DIAS
                           INTO :DATA-DIA, :SALDO-DIA
                   END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE-DIA

                   IF WS-SQLCODE-DIA = 0
                       COMPUTE WS-UTILIZADO = 0 - SALDO-DIA
                       COMPUTE WS-JUROS-DIA ROUNDED =
                           WS-UTILIZADO * TAXA-CONTA / 30
                       COMPUTE WS-IOF-DIA ROUNDED =
                           WS-UTILIZADO * WS-TAXA-IOF
                       ADD WS-JUROS-DIA TO WS-JUROS-CE
                       ADD WS-IOF-DIA   TO WS-IOF-CE
                   END-IF
               END-PERFORM

               EXEC SQL
                   CLOSE CURSOR_DIAS
               END-EXEC

               IF WS-SQLCODE-DIA < 0
                   PERFORM ABANDONAR-SOLICITACAO
               END-IF
           END-IF.

       EFETIVAR-ENCERRAMENTO.

           PERFORM POSTAR-ENCARGOS

           IF NOT WS-DEVE-PARAR
               PERFORM LIBERAR-BLOQUEIOS
           END-IF

           IF NOT WS-DEVE-PARAR
               PERFORM CANCELAR-ORDENS
           END-IF

           IF NOT WS-DEVE-PARAR
               PERFORM PAGAR-RESIDUAL
           END-IF

           IF NOT WS-DEVE-PARAR
               PERFORM ENCERRAR-CONTA
           END-IF

           IF NOT WS-DEVE-PARAR
               MOVE 'E' TO FUNCAO-AUD
               PERFORM GRAVAR-AUDITORIA
           END-IF

           IF NOT WS-DEVE-PARAR
               EXEC SQL
                   UPDATE ENCERRAMENTOS
                   SET SITUACAO       = 'E',
                       VALOR_RESIDUAL = :VALOR-RESIDUAL,
                       DATA_EXECUCAO  = CURRENT DATE
                   WHERE ID_ENCERRAMENTO = :ID-ENC
                     AND SITUACAO = 'P'
               END-EXEC
               IF SQLCODE < 0
                   PERFORM ABANDONAR-SOLICITACAO
               END-IF
           END-IF

           IF NOT WS-DEVE-PARAR
               EXEC SQL
                   COMMIT
               END-EXEC
               IF SQLCODE < 0
                   PERFORM ABANDONAR-SOLICITACAO
               END-IF
           END-IF

      *    The letter reads the statement back from EXTRATOS, so it
      *    is printed once the settlement is committed.
           IF NOT WS-DEVE-PARAR
               ADD 1 TO WS-QTD-LIQUIDADAS
               ADD VALOR-RESIDUAL TO WS-GER-RESIDUAL
               PERFORM ESCREVER-LINHA-RELATORIO
               PERFORM IMPRIMIR-CARTA
           END-IF.

       POSTAR-ENCARGOS.

      *    Same descriptions as the month-end runs, so EXTR030 still
      *    declares the interest and the already-charged guards of
      *    EXTR005 and EXTR026 still recognise the charges; the
      *    COD_HISTORICO says they came from the settlement.
           MOVE CONTA-ENC TO CONTA-MOV

           IF WS-TARIFA-CONTA > 0
               COMPUTE VALOR-MOV = 0 - WS-TARIFA-CONTA
               MOVE 'TARIFA MANUTENCAO' TO DESC-MOV
               MOVE 'E01' TO COD-HIST
               PERFORM POSTAR-MOVIMENTO
           END-IF

           IF WS-JUROS-CONTA > 0 AND NOT WS-DEVE-PARAR
               MOVE WS-JUROS-CONTA TO VALOR-MOV
               MOVE 'JUROS CREDITO' TO DESC-MOV
               MOVE 'E02' TO COD-HIST
               PERFORM POSTAR-MOVIMENTO
           END-IF

           IF WS-JUROS-CE > 0 AND NOT WS-DEVE-PARAR
               COMPUTE VALOR-MOV = 0 - WS-JUROS-CE
               MOVE 'JUROS CHEQUE ESPECIAL' TO DESC-MOV
               MOVE 'E03' TO COD-HIST
               PERFORM POSTAR-MOVIMENTO
           END-IF

           IF WS-IOF-CE > 0 AND NOT WS-DEVE-PARAR
               COMPUTE VALOR-MOV = 0 - WS-IOF-CE
               MOVE 'IOF CHEQUE ESPECIAL' TO DESC-MOV
               MOVE 'E04' TO COD-HIST
               PERFORM POSTAR-MOVIMENTO
           END-IF.

       LIBERAR-BLOQUEIOS.

      *    Only BLQ1 holds can be left by now - a court hold refused
      *    the request - and a closed account holds nothing.
           EXEC SQL
               UPDATE BLOQUEIOS_VALOR
               SET SITUACAO = 'L',
                   DATA_LIBERACAO = CURRENT TIMESTAMP
               WHERE CONTA = :CONTA-ENC
                 AND SITUACAO = 'A'
           END-EXEC

           IF SQLCODE < 0
               PERFORM ABANDONAR-SOLICITACAO
           ELSE
               MOVE SQLERRD(3) TO QTD-BLOQ-LIB
           END-IF.

       CANCELAR-ORDENS.

      *    Cancelled the way ORD1 cancels one - SITUACAO 'C' - so
      *    EXTR017 never tries to debit a closed account.
           EXEC SQL
               UPDATE ORDENS_PAGTO
               SET SITUACAO = 'C'
               WHERE CONTA = :CONTA-ENC
                 AND SITUACAO = 'A'
           END-EXEC

           IF SQLCODE < 0
               PERFORM ABANDONAR-SOLICITACAO
           ELSE
               MOVE SQLERRD(3) TO QTD-ORD-CANC
           END-IF.

       PAGAR-RESIDUAL.

      *    The balance is read back after the charges rather than
      *    trusted from the computation: what leaves the account is
      *    exactly what CONTAS says is there, and it ends at zero.
           EXEC SQL
               SELECT SALDO
               INTO :VALOR-RESIDUAL
               FROM CONTAS
               WHERE CONTA = :CONTA-ENC
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM ABANDONAR-SOLICITACAO
           ELSE
               IF VALOR-RESIDUAL > 0
                   IF TIPO-DESTINO = 'C'
                       PERFORM TRANSFERIR-RESIDUAL
                   ELSE
                       PERFORM EMITIR-CHEQUE-ADM
                   END-IF
               END-IF
           END-IF.

       TRANSFERIR-RESIDUAL.

           MOVE CONTA-ENC TO CONTA-MOV
           COMPUTE VALOR-MOV = 0 - VALOR-RESIDUAL
           MOVE SPACES TO DESC-MOV
           STRING 'ENCERRAMENTO - TRANSF PARA CONTA ' CONTA-DESTINO
               DELIMITED BY SIZE INTO DESC-MOV
           END-STRING
           MOVE 'E05' TO COD-HIST
           PERFORM POSTAR-MOVIMENTO

           IF NOT WS-DEVE-PARAR
               MOVE CONTA-DESTINO TO CONTA-MOV
               MOVE VALOR-RESIDUAL TO VALOR-MOV
               MOVE SPACES TO DESC-MOV
               STRING 'ENCERRAMENTO - TRANSF DA CONTA ' CONTA-ENC
                   DELIMITED BY SIZE INTO DESC-MOV
               END-STRING
               MOVE 'E06' TO COD-HIST
               PERFORM POSTAR-MOVIMENTO
           END-IF.

       EMITIR-CHEQUE-ADM.

      *    The cheque carries the request number; the money waits
      *    on the cheques-payable account until it is presented.
      *    That account must be on file before the closed account is
      *    debited, or the residual would leave CONTAS.SALDO with
      *    nowhere to land - the same check EXTR031 makes on the
      *    judicial-deposit account.
           MOVE ID-ENC TO WS-ID-ED
           MOVE WS-CONTA-CHEQUE-ADM TO CONTA-MOV

           EXEC SQL
               SELECT SITUACAO
               INTO :SITUACAO-ADM
               FROM CONTAS
               WHERE CONTA = :CONTA-MOV
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'EXTR035: CONTA DE CHEQUES ADMINISTRATIVOS '
                       WS-CONTA-CHEQUE-ADM ' NAO ENCONTRADA'
               PERFORM ABANDONAR-SOLICITACAO
           END-IF

           IF NOT WS-DEVE-PARAR
               MOVE CONTA-ENC TO CONTA-MOV
               COMPUTE VALOR-MOV = 0 - VALOR-RESIDUAL
               MOVE SPACES TO DESC-MOV
               STRING 'ENCERRAMENTO - CHEQUE ADMINISTRATIVO ' WS-ID-ED
                   DELIMITED BY SIZE INTO DESC-MOV
               END-STRING
               MOVE 'E07' TO COD-HIST
               PERFORM POSTAR-MOVIMENTO
           END-IF

           IF NOT WS-DEVE-PARAR
               MOVE WS-CONTA-CHEQUE-ADM TO CONTA-MOV
               MOVE VALOR-RESIDUAL TO VALOR-MOV
               MOVE SPACES TO DESC-MOV
               STRING 'CHEQUE ADMINISTRATIVO ' WS-ID-ED
                      ' CONTA ' CONTA-ENC
                   DELIMITED BY SIZE INTO DESC-MOV
               END-STRING
               MOVE 'E08' TO COD-HIST
               PERFORM POSTAR-MOVIMENTO
           END-IF.

       ENCERRAR-CONTA.

           EXEC SQL
               UPDATE CONTAS
               SET SITUACAO = 'E'
               WHERE CONTA = :CONTA-ENC
           END-EXEC

           IF SQLCODE < 0
               PERFORM ABANDONAR-SOLICITACAO
           END-IF.

       RECUSAR-SOLICITACAO.

           MOVE WS-MOTIVO-RECUSA TO MOTIVO-ENC

           EXEC SQL
               UPDATE ENCERRAMENTOS
               SET SITUACAO      = 'R',
                   MOTIVO        = :MOTIVO-ENC,
                   DATA_EXECUCAO = CURRENT DATE
               WHERE ID_ENCERRAMENTO = :ID-ENC
                 AND SITUACAO = 'P'
           END-EXEC

           IF SQLCODE < 0
               PERFORM ABANDONAR-SOLICITACAO
           END-IF

      *    No CONTAS row, no audit row - the trail hangs off the
      *    account.
           IF NOT WS-DEVE-PARAR AND NOT WS-REC-CONTA-NAO-EXISTE
               MOVE 'F' TO FUNCAO-AUD
               PERFORM GRAVAR-AUDITORIA
           END-IF

           IF NOT WS-DEVE-PARAR
               EXEC SQL
                   COMMIT
               END-EXEC
               IF SQLCODE < 0
                   PERFORM ABANDONAR-SOLICITACAO
               END-IF
           END-IF

           IF NOT WS-DEVE-PARAR
               ADD 1 TO WS-QTD-RECUSADAS
               PERFORM ESCREVER-LINHA-RELATORIO
           END-IF.

       POSTAR-MOVIMENTO.

      *    Posted at the end of the statement with SEQ_EXTRATO and
      *    SALDO_APOS struck the way TRF1 strikes them, and
      *    CONTAS.SALDO moved by the same delta.
           EXEC SQL
               SELECT COALESCE(MAX(SEQ_EXTRATO), 0) + 1
               INTO :SEQ-MOV
               FROM EXTRATOS
               WHERE CONTA = :CONTA-MOV
                 AND DATA = CURRENT DATE
           END-EXEC

           IF SQLCODE < 0
               PERFORM ABANDONAR-SOLICITACAO
           END-IF

           IF NOT WS-DEVE-PARAR
               EXEC SQL
                   SELECT SALDO_APOS
                   INTO :SALDO-ANTERIOR
                   FROM EXTRATOS
                   WHERE CONTA = :CONTA-MOV
                   ORDER BY DATA DESC, SEQ_EXTRATO DESC
                   FETCH FIRST 1 ROW ONLY
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE = 100
                       MOVE 0 TO SALDO-ANTERIOR
                   WHEN SQLCODE < 0
                       PERFORM ABANDONAR-SOLICITACAO
               END-EVALUATE
           END-IF

           IF NOT WS-DEVE-PARAR
               COMPUTE SALDO-APOS-MOV = SALDO-ANTERIOR + VALOR-MOV

      *        COD_HISTORICO says which program posted the line and
      *        what it is, DATA_CONTABIL the day it hit CONTAS.SALDO
      *        - the two keys EXTR034 summarizes the day into the
      *        ledger by.
               EXEC SQL
                   INSERT INTO EXTRATOS
                       (CONTA, DATA, DESCRICAO, VALOR, SEQ_EXTRATO,
                        SALDO_APOS, COD_HISTORICO, DATA_CONTABIL)
                   VALUES
                       (:CONTA-MOV, CURRENT DATE, :DESC-MOV,
                        :VALOR-MOV, :SEQ-MOV, :SALDO-APOS-MOV,
                        :COD-HIST, CURRENT DATE)
               END-EXEC

               IF SQLCODE < 0
                   PERFORM ABANDONAR-SOLICITACAO
               END-IF
           END-IF

           IF NOT WS-DEVE-PARAR
               EXEC SQL
                   UPDATE CONTAS
                   SET SALDO = SALDO + :VALOR-MOV
                   WHERE CONTA = :CONTA-MOV
               END-EXEC

      *        No row updated means a statement line with no balance
      *        behind it - as much a failure as a negative SQLCODE.
               IF SQLCODE < 0 OR SQLCODE = 100
                   PERFORM ABANDONAR-SOLICITACAO
               END-IF
           END-IF.

       GRAVAR-AUDITORIA.

      *    Operator 'BAT' so nobody mistakes the settlement for a
      *    teller: 'E' for the close itself, 'F' - the request's
      *    own function - with the motivo for a refusal.
           MOVE WS-MOTIVO-RECUSA TO MOTIVO-ENC

           EXEC SQL
               INSERT INTO CONTAS_AUDIT
                   (CONTA, FUNCAO, MOTIVO, OPERADOR, TERMINAL,
                    DATA_HORA)
               VALUES
                   (:CONTA-ENC, :FUNCAO-AUD, :MOTIVO-ENC, 'BAT',
                    'BTCH', CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE < 0
               PERFORM ABANDONAR-SOLICITACAO
           END-IF.

       ABANDONAR-SOLICITACAO.

      *    Half a settlement is worse than none: take the request's
      *    unit of work back and stop. The rollback also drops the
      *    held cursor; requests settled before the failure are no
      *    longer 'P', so the resubmit is safe.
           PERFORM REPORTAR-ERRO-SQL

           EXEC SQL
               ROLLBACK
           END-EXEC

           SET WS-DEVE-PARAR TO TRUE.

       IMPRIMIR-CARTA.

           PERFORM IMPRIMIR-ENDERECO

           MOVE SPACES TO CARTA-LINE
           MOVE 'ENCERRAMENTO DE CONTA CORRENTE' TO CARTA-LINE(1:30)
           PERFORM GRAVAR-LINHA-CARTA

           MOVE SPACES TO CARTA-LINE
           STRING 'AGENCIA ' AGENCIA-ENC '   CONTA ' CONTA-ENC
                  '   ' TITULAR-ENC
               DELIMITED BY SIZE INTO CARTA-LINE
           END-STRING
           PERFORM GRAVAR-LINHA-CARTA

           MOVE SPACES TO CARTA-LINE
           PERFORM GRAVAR-LINHA-CARTA

           MOVE SPACES TO CARTA-LINE
           STRING 'ATENDENDO A SUA SOLICITACAO No ' WS-ID-ED
                  ', SUA CONTA FOI ENCERRADA EM ' WS-DATA-GERACAO '.'
               DELIMITED BY SIZE INTO CARTA-LINE
           END-STRING
           PERFORM GRAVAR-LINHA-CARTA

           MOVE VALOR-RESIDUAL TO WS-VALOR-ED
           MOVE SPACES TO CARTA-LINE
           EVALUATE TRUE
               WHEN VALOR-RESIDUAL = 0
                   MOVE 'A CONTA NAO APRESENTAVA SALDO A RESTITUIR.'
                       TO CARTA-LINE
               WHEN TIPO-DESTINO = 'C'
                   STRING 'O SALDO DE R$ ' WS-VALOR-ED
                          ' FOI TRANSFERIDO PARA A CONTA '
                          CONTA-DESTINO '.'
                       DELIMITED BY SIZE INTO CARTA-LINE
                   END-STRING
               WHEN OTHER
                   STRING 'O SALDO DE R$ ' WS-VALOR-ED
                          ' ESTA A SUA DISPOSICAO NA AGENCIA '
                          AGENCIA-ENC ' EM CHEQUE ADMINISTRATIVO No '
                          WS-ID-ED '.'
                       DELIMITED BY SIZE INTO CARTA-LINE
                   END-STRING
           END-EVALUATE
           PERFORM GRAVAR-LINHA-CARTA

           IF QTD-ORD-CANC > 0
               MOVE QTD-ORD-CANC TO WS-QTD-ED
               MOVE SPACES TO CARTA-LINE
               STRING 'ORDENS DE PAGAMENTO CANCELADAS: ' WS-QTD-ED
                   DELIMITED BY SIZE INTO CARTA-LINE
               END-STRING
               PERFORM GRAVAR-LINHA-CARTA
           END-IF

           MOVE SPACES TO CARTA-LINE
           PERFORM GRAVAR-LINHA-CARTA

           PERFORM IMPRIMIR-EXTRATO-FINAL.

       IMPRIMIR-ENDERECO.

      *    Each letter starts on its own page with the address block
      *    where the window envelope shows it. An account not linked
      *    to a customer has no address: the letter goes to the
      *    branch, and the run ends RC 4 so somebody looks.
           PERFORM SALTAR-PAGINA

           MOVE ID-ENC TO WS-ID-ED

           MOVE SPACES TO CARTA-LINE
           MOVE TITULAR-ENC TO CARTA-LINE(1:40)
           PERFORM GRAVAR-LINHA-CARTA

           IF LOGRADOURO-CLI = SPACES
               ADD 1 TO WS-QTD-SEM-ENDERECO
               MOVE SPACES TO CARTA-LINE
               STRING 'A/C AGENCIA ' AGENCIA-ENC
                      ' - ENDERECO NAO CADASTRADO'
                   DELIMITED BY SIZE INTO CARTA-LINE
               END-STRING
               PERFORM GRAVAR-LINHA-CARTA
               MOVE SPACES TO CARTA-LINE
               PERFORM GRAVAR-LINHA-CARTA
               PERFORM GRAVAR-LINHA-CARTA
           ELSE
               MOVE SPACES TO CARTA-LINE
               MOVE LOGRADOURO-CLI TO CARTA-LINE(1:40)
               PERFORM GRAVAR-LINHA-CARTA

               MOVE SPACES TO CARTA-LINE
               STRING CIDADE-CLI ' - ' UF-CLI
                   DELIMITED BY SIZE INTO CARTA-LINE
               END-STRING
               PERFORM GRAVAR-LINHA-CARTA

               MOVE SPACES TO CARTA-LINE
               STRING 'CEP ' CEP-CLI(1:5) '-' CEP-CLI(6:3)
                   DELIMITED BY SIZE INTO CARTA-LINE
               END-STRING
               PERFORM GRAVAR-LINHA-CARTA
           END-IF

           MOVE SPACES TO CARTA-LINE
           PERFORM GRAVAR-LINHA-CARTA
           PERFORM GRAVAR-LINHA-CARTA.

       IMPRIMIR-EXTRATO-FINAL.

      *    The final statement runs from the first of the month, the
      *    opening balance being the SALDO_APOS of the last movement
      *    before it, down to the settlement's own lines.
           EXEC SQL
               SELECT SALDO_APOS
               INTO :SALDO-INICIAL
               FROM EXTRATOS
               WHERE CONTA = :CONTA-ENC
                 AND DATA < DATE(:DATA-INI-MES)
               ORDER BY DATA DESC, SEQ_EXTRATO DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 0 TO SALDO-INICIAL
               WHEN SQLCODE < 0
                   PERFORM REPORTAR-ERRO-SQL
           END-EVALUATE

           MOVE SPACES TO CARTA-LINE
           STRING 'EXTRATO FINAL DESDE ' DATA-INI-MES
               DELIMITED BY SIZE INTO CARTA-LINE
           END-STRING
           PERFORM GRAVAR-LINHA-CARTA

           MOVE SPACES TO CARTA-LINE
           MOVE 'DATA' TO CARTA-LINE(1:4)
           MOVE 'HISTORICO' TO CARTA-LINE(13:9)
           MOVE 'VALOR' TO CARTA-LINE(78:5)
           MOVE 'SALDO' TO CARTA-LINE(96:5)
           PERFORM GRAVAR-LINHA-CARTA

           MOVE SPACES TO CARTA-LINE
           MOVE 'SALDO ANTERIOR' TO CARTA-LINE(13:14)
           MOVE SALDO-INICIAL TO WS-VALOR-ED
           MOVE WS-VALOR-ED TO CARTA-LINE(88:13)
           PERFORM GRAVAR-LINHA-CARTA

           EXEC SQL
               DECLARE CURSOR_EXTRATO CURSOR FOR
               SELECT CHAR(DATA, ISO), DESCRICAO, VALOR, SALDO_APOS
               FROM EXTRATOS
               WHERE CONTA = :CONTA-ENC
                 AND DATA >= DATE(:DATA-INI-MES)
               ORDER BY DATA, SEQ_EXTRATO
           END-EXEC.

           EXEC SQL
               OPEN CURSOR_EXTRATO
           END-EXEC

           IF SQLCODE < 0
               PERFORM REPORTAR-ERRO-SQL
           ELSE
               MOVE 0 TO WS-SQLCODE-EXT

               PERFORM UNTIL WS-SQLCODE-EXT NOT = 0
                   EXEC SQL
                       FETCH CURSOR_EXTRATO
                           INTO :DATA-EXT, :DESC-EXT, :VALOR-EXT,
                                :SALDO-EXT
                   END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE-EXT

                   IF WS-SQLCODE-EXT = 0
                       PERFORM IMPRIMIR-LINHA-EXTRATO
                   END-IF
               END-PERFORM

               EXEC SQL
                   CLOSE CURSOR_EXTRATO
               END-EXEC

               IF WS-SQLCODE-EXT < 0
                   PERFORM REPORTAR-ERRO-SQL
               END-IF
           END-IF.

       IMPRIMIR-LINHA-EXTRATO.

           MOVE SPACES TO CARTA-LINE
           MOVE DATA-EXT TO CARTA-LINE(1:10)
           MOVE DESC-EXT(1:60) TO CARTA-LINE(13:60)
           MOVE VALOR-EXT TO WS-VALOR-ED
           MOVE WS-VALOR-ED TO CARTA-LINE(70:13)
           MOVE SALDO-EXT TO WS-VALOR-ED
           MOVE WS-VALOR-ED TO CARTA-LINE(88:13)
           PERFORM GRAVAR-LINHA-CARTA.

       GRAVAR-LINHA-CARTA.

           WRITE CARTA-LINE
           ADD 1 TO WS-QTD-IMPRESSAO.

       SALTAR-PAGINA.

      *    Same continuous form as the EXTR002 statements: the print
      *    room bursts it every WS-LINHAS-POR-PAGINA lines, so a
      *    letter that must start on its own page first pads the
      *    current page out with blank lines.
           DIVIDE WS-QTD-IMPRESSAO BY WS-LINHAS-POR-PAGINA
               GIVING WS-PAGINAS-CHEIAS
               REMAINDER WS-RESTO-PAGINA

           IF WS-RESTO-PAGINA > 0
               COMPUTE WS-LINHAS-SALTO =
                   WS-LINHAS-POR-PAGINA - WS-RESTO-PAGINA
               PERFORM ESCREVER-LINHA-BRANCA WS-LINHAS-SALTO TIMES
           END-IF.

       ESCREVER-LINHA-BRANCA.

           MOVE SPACES TO CARTA-LINE
           PERFORM GRAVAR-LINHA-CARTA.

       ESCREVER-CABECALHO-RELATORIO.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-CORR-X
           STRING WS-DATA-CORR-X(1:4) '-' WS-DATA-CORR-X(5:2)
                  '-' WS-DATA-CORR-X(7:2)
               DELIMITED BY SIZE INTO WS-DATA-GERACAO
           END-STRING

           MOVE SPACES TO REPORT-LINE
           STRING 'ENCERRAMENTOS DE CONTA LIQUIDADOS EM '
                  WS-DATA-GERACAO
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'AGENCIA CONTA      SOLICITACAO RESULTADO  MOTIVO '
                  'DESTINO                  RESIDUAL'
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       ESCREVER-LINHA-RELATORIO.

           MOVE SPACES TO REPORT-LINE
           MOVE AGENCIA-ENC TO REPORT-LINE(1:4)
           MOVE CONTA-ENC TO REPORT-LINE(9:10)
           MOVE ID-ENC TO WS-ID-ED
           MOVE WS-ID-ED TO REPORT-LINE(21:9)

           IF WS-SEM-RECUSA
               MOVE 'ENCERRADA' TO REPORT-LINE(33:9)
               IF TIPO-DESTINO = 'C'
                   STRING 'CONTA ' CONTA-DESTINO
                       DELIMITED BY SIZE INTO REPORT-LINE(51:16)
                   END-STRING
               ELSE
                   MOVE 'CHEQUE ADM' TO REPORT-LINE(51:10)
               END-IF
               MOVE VALOR-RESIDUAL TO WS-VALOR-ED
               MOVE WS-VALOR-ED TO REPORT-LINE(72:13)
           ELSE
               MOVE 'RECUSADA' TO REPORT-LINE(33:8)
               MOVE WS-MOTIVO-RECUSA TO REPORT-LINE(44:2)
           END-IF

           WRITE REPORT-LINE.

       ESCREVER-TOTAL-RELATORIO.

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-QTD-LIQUIDADAS TO WS-QTD-ED
           MOVE WS-GER-RESIDUAL TO WS-TOTAL-ED
           MOVE SPACES TO REPORT-LINE
           STRING 'CONTAS ENCERRADAS ' WS-QTD-ED
                  '   RESIDUAL PAGO ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-QTD-RECUSADAS TO WS-QTD-ED
           MOVE SPACES TO REPORT-LINE
           STRING 'SOLICITACOES RECUSADAS ' WS-QTD-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'MOTIVOS: 06 CONTA NAO EXISTE  08 JA ENCERRADA  '
                  '09 CONTA NAO ATIVA  15 DESTINO INVALIDO  '
                  '16 BLOQUEIO JUDICIAL  18 SALDO DEVEDOR'
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

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
                       (:ID-CTL, 'EXTR035', CURRENT DATE,
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

           MOVE WS-RETURN-CODE    TO RC-CTL
           MOVE WS-QTD-LIQUIDADAS TO QTD-CTL

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

           DISPLAY 'EXTR035: ERRO DE ACESSO AO BANCO - SQLCODE = '
                   SQLCODE ' SOLICITACAO = ' ID-ENC
           MOVE 16 TO WS-RETURN-CODE.
