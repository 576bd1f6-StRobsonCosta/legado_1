       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTR038.
       AUTHOR. EQUIPE-CONTAS-BATCH.
       DATE-WRITTEN. 15/10/2026.

      *================================================================*
      *  EXTR038                                                       *
      *  Inward cheque clearing and daily cheque report. The clearing  *
      *  house's file (DD CHQCOMP) brings every cheque drawn on our    *
      *  accounts that another bank was paid in: an HDR record with    *
      *  the file id, one DET record per cheque with the presenting    *
      *  bank, the account, the cheque number and the amount, and a    *
      *  TRL record with the detail count and the amount total. Each   *
      *  cheque is paid or returned, the first rule it breaks giving   *
      *  the standard return reason:                                   *
      *     35  account unknown, or the number was never issued to     *
      *         it on a CHQ1 cheque book (TALOES_CHEQUE)               *
      *     13  account closed                                         *
      *     49  cheque already paid, or already returned 12            *
      *     28  active stop-payment for theft or robbery               *
      *     21  active stop-payment (customer's counter-order)         *
      *     11  insufficient funds - the EXTR007 debit rule: balance   *
      *         and then balance less active BLOQUEIOS_VALOR holds     *
      *         against the overdraft limit                            *
      *     12  insufficient funds on a cheque already returned 11     *
      *  A paid cheque is posted as an EXTRATOS debit whose            *
      *  description and NUM_CHEQUE column carry the cheque number     *
      *  (COD_HISTORICO Q01), CONTAS.SALDO moves by the same delta,    *
      *  and every cheque - paid or returned - is recorded on          *
      *  CHEQUES_COMPENSADOS, which is also what tells the next        *
      *  presentation of the same cheque that it was paid or returned  *
      *  before. Returned cheques go back on DD CHQDEV, framed like    *
      *  the TED remittance (EXTR028) with HDR and TRL; the TRL is     *
      *  only written once the day is committed, so a return file      *
      *  without it is refused on arrival. The whole inward file is    *
      *  one unit of work, kept only when its TRL count and amount     *
      *  total match the DET records read; a short, malformed or       *
      *  already processed file is rolled back entirely (RC 8) so the  *
      *  corrected file can simply be run again. The report (DD        *
      *  CHQREL) then gives, per branch, today's cheques paid and      *
      *  returned - count and amount - followed by the list of         *
      *  today's returns with their reason codes.                      *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPENSACAO-FILE
               ASSIGN TO "CHQCOMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEVOLUCAO-FILE
               ASSIGN TO "CHQDEV"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE
               ASSIGN TO "CHQREL"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  COMPENSACAO-FILE.
       01  COMPENSACAO-REC.
           05 CD-TIPO-REG             PIC X(03).
           05 CD-SEQ-REGISTRO         PIC 9(09).
           05 CD-BANCO-APRES          PIC X(03).
           05 CD-AGENCIA              PIC X(04).
           05 CD-CONTA                PIC X(10).
           05 CD-NUM-CHEQUE           PIC 9(06).
           05 CD-VALOR                PIC 9(09)V99.
           05 FILLER                  PIC X(04).
       01  COMPENSACAO-HEADER-REC.
           05 CH-TIPO-REG             PIC X(03).
           05 CH-DATA-MOVIMENTO       PIC X(10).
           05 CH-BANCO-ORIGEM         PIC X(03).
           05 CH-ID-ARQUIVO           PIC 9(09).
           05 FILLER                  PIC X(25).
       01  COMPENSACAO-TRAILER-REC.
           05 CT-TIPO-REG             PIC X(03).
           05 CT-QTD-DETALHE          PIC 9(09).
           05 CT-HASH-VALOR           PIC S9(13)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X(22).

       FD  DEVOLUCAO-FILE.
       01  DEVOLUCAO-REC.
           05 DV-TIPO-REG             PIC X(03).
           05 DV-SEQ-REGISTRO         PIC 9(09).
           05 DV-BANCO-APRES          PIC X(03).
           05 DV-AGENCIA              PIC X(04).
           05 DV-CONTA                PIC X(10).
           05 DV-NUM-CHEQUE           PIC 9(06).
           05 DV-VALOR                PIC 9(09)V99.
           05 DV-MOTIVO               PIC X(02).
           05 FILLER                  PIC X(02).
       01  DEVOLUCAO-HEADER-REC.
           05 DH-TIPO-REG             PIC X(03).
           05 DH-DATA-GERACAO         PIC X(10).
           05 DH-JOB-ID               PIC X(08).
           05 DH-BANCO-ORIGEM         PIC X(03).
           05 DH-ID-ARQUIVO           PIC 9(09).
           05 FILLER                  PIC X(17).
       01  DEVOLUCAO-TRAILER-REC.
           05 DT-TIPO-REG             PIC X(03).
           05 DT-QTD-DETALHE          PIC 9(09).
           05 DT-HASH-VALOR           PIC S9(13)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X(22).

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-SQLCODE-REL       PIC S9(8) COMP.
       01 WS-RETURN-CODE       PIC S9(4) COMP VALUE 0.
       01 WS-PARAR             PIC X(01) VALUE 'N'.
           88 WS-DEVE-PARAR        VALUE 'S'.
       01 WS-FIM-COMPENSACAO   PIC X(01) VALUE 'N'.
           88 WS-COMPENSACAO-ESGOTADA VALUE 'S'.
       01 WS-VIU-HDR           PIC X(01) VALUE 'N'.
           88 WS-HDR-LIDO          VALUE 'S'.
       01 WS-VIU-TRL           PIC X(01) VALUE 'N'.
           88 WS-TRL-LIDO          VALUE 'S'.
       01 WS-BANCO-PROPRIO     PIC X(03) VALUE '999'.
       01 WS-MOTIVO-DEV        PIC X(02).
           88 WS-CHEQUE-PAGAVEL        VALUE '  '.
           88 WS-DEV-INSUFICIENTE      VALUE '11'.
           88 WS-DEV-INSUF-REAPRES     VALUE '12'.
           88 WS-DEV-CONTA-ENCERRADA   VALUE '13'.
           88 WS-DEV-CONTRA-ORDEM      VALUE '21'.
           88 WS-DEV-FURTO-ROUBO       VALUE '28'.
           88 WS-DEV-NAO-EMITIDO       VALUE '35'.
           88 WS-DEV-JA-APRESENTADO    VALUE '49'.
       01 WS-QTD-DET-LIDOS     PIC S9(9) COMP VALUE 0.
       01 WS-QTD-TRL           PIC S9(9) COMP VALUE 0.
       01 WS-HASH-LIDO         PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-HASH-TRL          PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-QTD-PAGOS         PIC S9(9) COMP VALUE 0.
       01 WS-QTD-DEVOLVIDOS    PIC S9(9) COMP VALUE 0.
       01 WS-VLR-PAGOS         PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-VLR-DEVOLVIDOS    PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-GER-QTD-PAG       PIC S9(9) COMP VALUE 0.
       01 WS-GER-QTD-DEV       PIC S9(9) COMP VALUE 0.
       01 WS-GER-VLR-PAG       PIC S9(13)V99 VALUE 0.
       01 WS-GER-VLR-DEV       PIC S9(13)V99 VALUE 0.
       01 WS-DATA-GERACAO      PIC X(10).
       01 WS-DATA-CORR         PIC 9(08).
       01 WS-DATA-CORR-X REDEFINES WS-DATA-CORR
                               PIC X(08).

       01 WS-QTD-ED            PIC ZZZZZZZZ9.
       01 WS-CHEQUE-ED         PIC 9(06).
       01 WS-VALOR-ED          PIC -999999999.99.
       01 WS-TOTAL-ED          PIC -99999999999.99.

       EXEC SQL
          BEGIN DECLARE SECTION
       END-EXEC.
       01 :ID-ARQUIVO       PIC S9(9) COMP.
       01 :SEQ-REGISTRO     PIC S9(9) COMP.
       01 :QTD-JA-LIDO      PIC S9(9) COMP.
       01 :CONTA-CHQ        PIC X(10).
       01 :AGENCIA-CHQ      PIC X(04).
       01 :BANCO-APRES      PIC X(03).
       01 :NUM-CHEQUE       PIC S9(9) COMP.
       01 :VALOR-CHQ        DECIMAL(15,2).
       01 :SITUACAO-CONTA   PIC X(01).
       01 :SALDO-ATUAL      DECIMAL(15,2).
       01 :LIMITE-CONTA     DECIMAL(15,2).
       01 :TOTAL-BLOQUEADO  DECIMAL(15,2).
       01 :ULTIMO-NUM       PIC S9(9) COMP.
       01 :QTD-ENCERRADAS   PIC S9(9) COMP.
       01 :QTD-DEV-FUNDOS   PIC S9(9) COMP.
       01 :TIPO-SUST        PIC X(01).
       01 :MOTIVO-DEV       PIC X(02).
       01 :VALOR-MOV        DECIMAL(15,2).
       01 :DESC-MOV         PIC X(100).
       01 :SEQ-MOV          PIC S9(9) COMP.
       01 :SALDO-ANTERIOR   DECIMAL(15,2).
       01 :SALDO-APOS-MOV   DECIMAL(15,2).
       01 :AGENCIA-REL      PIC X(04).
       01 :QTD-PAG          PIC S9(9) COMP.
       01 :VLR-PAG          DECIMAL(15,2).
       01 :QTD-DEV          PIC S9(9) COMP.
       01 :VLR-DEV          DECIMAL(15,2).
       01 :ID-CTL           PIC S9(9) COMP.
       01 :RC-CTL           PIC S9(9) COMP.
       01 :QTD-CTL          PIC S9(9) COMP.
       EXEC SQL
          END DECLARE SECTION
       END-EXEC.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.

           PERFORM GRAVAR-INICIO-CONTROLE

           OPEN OUTPUT DEVOLUCAO-FILE

           IF WS-RETURN-CODE = 0
               PERFORM PROCESSAR-COMPENSACAO
           END-IF

           CLOSE DEVOLUCAO-FILE

      *    The report reads only committed rows, so it is produced
      *    even when the clearing file was refused - it then shows
      *    the day as the database has it, without that file.
           OPEN OUTPUT REPORT-FILE

           IF WS-RETURN-CODE < 16
               PERFORM RELATAR-DIA
           END-IF

           CLOSE REPORT-FILE

           DISPLAY 'EXTR038: DET LIDOS          = ' WS-QTD-DET-LIDOS
           DISPLAY 'EXTR038: CHEQUES PAGOS      = ' WS-QTD-PAGOS
           MOVE WS-VLR-PAGOS TO WS-TOTAL-ED
           DISPLAY 'EXTR038: VALOR PAGO         = ' WS-TOTAL-ED
           DISPLAY 'EXTR038: CHEQUES DEVOLVIDOS = ' WS-QTD-DEVOLVIDOS
           MOVE WS-VLR-DEVOLVIDOS TO WS-TOTAL-ED
           DISPLAY 'EXTR038: VALOR DEVOLVIDO    = ' WS-TOTAL-ED

           PERFORM GRAVAR-FIM-CONTROLE

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       PROCESSAR-COMPENSACAO.

           OPEN INPUT COMPENSACAO-FILE

           PERFORM UNTIL WS-COMPENSACAO-ESGOTADA
                      OR WS-DEVE-PARAR
               READ COMPENSACAO-FILE
                   AT END SET WS-COMPENSACAO-ESGOTADA TO TRUE
                   NOT AT END
                       PERFORM TRATAR-REGISTRO
               END-READ
           END-PERFORM

           CLOSE COMPENSACAO-FILE

      *    Only a file that opened with its HDR, closed with its TRL
      *    and carried exactly the DET count and amount the TRL
      *    announces is kept; anything else is taken back as a
      *    whole. The return file's TRL follows the commit, never
      *    precedes it.
           IF NOT WS-DEVE-PARAR
               EVALUATE TRUE
                   WHEN NOT WS-HDR-LIDO
                       DISPLAY 'EXTR038: ARQUIVO DE COMPENSACAO SEM HDR'
                       PERFORM RECUSAR-ARQUIVO
                   WHEN NOT WS-TRL-LIDO
                       DISPLAY 'EXTR038: ARQUIVO DE COMPENSACAO SEM TRL'
                       PERFORM RECUSAR-ARQUIVO
                   WHEN WS-QTD-TRL NOT = WS-QTD-DET-LIDOS
                       DISPLAY 'EXTR038: TRL INFORMA ' WS-QTD-TRL
                               ' DET, LIDOS ' WS-QTD-DET-LIDOS
                       PERFORM RECUSAR-ARQUIVO
                   WHEN WS-HASH-TRL NOT = WS-HASH-LIDO
                       MOVE WS-HASH-TRL TO WS-TOTAL-ED
                       DISPLAY 'EXTR038: TRL INFORMA VALOR '
                               WS-TOTAL-ED
                       MOVE WS-HASH-LIDO TO WS-TOTAL-ED
                       DISPLAY 'EXTR038: VALOR DOS DET LIDOS '
                               WS-TOTAL-ED
                       PERFORM RECUSAR-ARQUIVO
                   WHEN OTHER
                       EXEC SQL
                           COMMIT
                       END-EXEC
                       IF SQLCODE < 0
                           PERFORM ABANDONAR-ARQUIVO
                       ELSE
                           PERFORM ESCREVER-TRAILER-DEVOLUCAO
                       END-IF
               END-EVALUATE
           END-IF.

       TRATAR-REGISTRO.

           EVALUATE TRUE
               WHEN WS-TRL-LIDO
                   DISPLAY 'EXTR038: REGISTRO APOS O TRL'
                   PERFORM RECUSAR-ARQUIVO
               WHEN CD-TIPO-REG = 'HDR' AND NOT WS-HDR-LIDO
                   SET WS-HDR-LIDO TO TRUE
                   PERFORM TRATAR-CABECALHO
               WHEN NOT WS-HDR-LIDO
                   DISPLAY 'EXTR038: ARQUIVO DE COMPENSACAO SEM HDR'
                   PERFORM RECUSAR-ARQUIVO
               WHEN CD-TIPO-REG = 'DET'
                   ADD 1 TO WS-QTD-DET-LIDOS
                   PERFORM TRATAR-DETALHE
               WHEN CD-TIPO-REG = 'TRL'
                   SET WS-TRL-LIDO TO TRUE
                   IF CT-QTD-DETALHE IS NUMERIC
                       MOVE CT-QTD-DETALHE TO WS-QTD-TRL
                   ELSE
                       MOVE -1 TO WS-QTD-TRL
                   END-IF
                   IF CT-HASH-VALOR IS NUMERIC
                       MOVE CT-HASH-VALOR TO WS-HASH-TRL
                   ELSE
                       MOVE -1 TO WS-HASH-TRL
                   END-IF
               WHEN OTHER
                   DISPLAY 'EXTR038: TIPO DE REGISTRO INVALIDO '
                           CD-TIPO-REG
                   PERFORM RECUSAR-ARQUIVO
           END-EVALUATE.

       TRATAR-CABECALHO.

           DISPLAY 'EXTR038: ARQUIVO DE COMPENSACAO '
                   CH-ID-ARQUIVO ' DE ' CH-DATA-MOVIMENTO

           IF CH-ID-ARQUIVO IS NUMERIC
               MOVE CH-ID-ARQUIVO TO ID-ARQUIVO
               PERFORM VERIFICAR-ARQUIVO-REPETIDO
           ELSE
               DISPLAY 'EXTR038: ID DO ARQUIVO INVALIDO'
               PERFORM RECUSAR-ARQUIVO
           END-IF

           IF NOT WS-DEVE-PARAR
               PERFORM ESCREVER-CABECALHO-DEVOLUCAO
           END-IF.

       VERIFICAR-ARQUIVO-REPETIDO.

      *    CHEQUES_COMPENSADOS keeps the file id of every cheque it
      *    ever recorded, so the same clearing file run twice is
      *    refused instead of debiting every cheque a second time.
           EXEC SQL
               SELECT COUNT(*)
               INTO :QTD-JA-LIDO
               FROM CHEQUES_COMPENSADOS
               WHERE ID_ARQUIVO = :ID-ARQUIVO
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE < 0
                   PERFORM ABANDONAR-ARQUIVO
               WHEN QTD-JA-LIDO > 0
                   DISPLAY 'EXTR038: ARQUIVO ' CH-ID-ARQUIVO
                           ' JA PROCESSADO'
                   PERFORM RECUSAR-ARQUIVO
           END-EVALUATE.

       TRATAR-DETALHE.

      *    Every cheque on the file has to be answered - paid or
      *    returned - so a DET that cannot even be read is not
      *    skipped: the file goes back to the clearing house.
           EVALUATE TRUE
               WHEN CD-SEQ-REGISTRO IS NOT NUMERIC
                   DISPLAY 'EXTR038: DET COM SEQUENCIA INVALIDA'
                   PERFORM RECUSAR-ARQUIVO
               WHEN CD-NUM-CHEQUE IS NOT NUMERIC
                OR CD-NUM-CHEQUE = 0
                   DISPLAY 'EXTR038: DET ' CD-SEQ-REGISTRO
                           ' NUMERO DE CHEQUE INVALIDO'
                   PERFORM RECUSAR-ARQUIVO
               WHEN CD-VALOR IS NOT NUMERIC
                OR CD-VALOR = 0
                   DISPLAY 'EXTR038: DET ' CD-SEQ-REGISTRO
                           ' VALOR INVALIDO'
                   PERFORM RECUSAR-ARQUIVO
               WHEN OTHER
                   ADD CD-VALOR TO WS-HASH-LIDO
                   PERFORM TRATAR-CHEQUE
           END-EVALUATE.

       TRATAR-CHEQUE.

           MOVE CD-SEQ-REGISTRO TO SEQ-REGISTRO
           MOVE CD-BANCO-APRES  TO BANCO-APRES
           MOVE CD-AGENCIA      TO AGENCIA-CHQ
           MOVE CD-CONTA        TO CONTA-CHQ
           MOVE CD-NUM-CHEQUE   TO NUM-CHEQUE
           MOVE CD-VALOR        TO VALOR-CHQ

           SET WS-CHEQUE-PAGAVEL TO TRUE

           PERFORM LER-CONTA-CHEQUE

           IF WS-CHEQUE-PAGAVEL AND NOT WS-DEVE-PARAR
               PERFORM VERIFICAR-EMISSAO
           END-IF

           IF WS-CHEQUE-PAGAVEL AND NOT WS-DEVE-PARAR
               PERFORM VERIFICAR-APRESENTACOES
           END-IF

           IF WS-CHEQUE-PAGAVEL AND NOT WS-DEVE-PARAR
               PERFORM VERIFICAR-SUSTACAO
           END-IF

           IF WS-CHEQUE-PAGAVEL AND NOT WS-DEVE-PARAR
               PERFORM VALIDAR-LIMITE-DEBITO
           END-IF

           IF NOT WS-DEVE-PARAR
               IF WS-CHEQUE-PAGAVEL
                   PERFORM PAGAR-CHEQUE
               ELSE
                   PERFORM DEVOLVER-CHEQUE
               END-IF
           END-IF.

       LER-CONTA-CHEQUE.

      *    As in the EXTR007 intake, only a closed account refuses a
      *    debit on its state; a blocked account still honours the
      *    cheques its holder wrote before the block.
           EXEC SQL
               SELECT SITUACAO, SALDO, COALESCE(LIMITE, 0)
               INTO :SITUACAO-CONTA, :SALDO-ATUAL, :LIMITE-CONTA
               FROM CONTAS
               WHERE CONTA = :CONTA-CHQ
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-DEV-NAO-EMITIDO TO TRUE
               WHEN SQLCODE < 0
                   PERFORM ABANDONAR-ARQUIVO
               WHEN SITUACAO-CONTA = 'E'
                   SET WS-DEV-CONTA-ENCERRADA TO TRUE
           END-EVALUATE.

       VERIFICAR-EMISSAO.

      *    CHQ1 numbers every account's books on from 000001, so a
      *    number above the account's highest NUM_FINAL was never
      *    handed to this customer.
           EXEC SQL
               SELECT COALESCE(MAX(NUM_FINAL), 0)
               INTO :ULTIMO-NUM
               FROM TALOES_CHEQUE
               WHERE CONTA = :CONTA-CHQ
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE < 0
                   PERFORM ABANDONAR-ARQUIVO
               WHEN NUM-CHEQUE > ULTIMO-NUM
                   SET WS-DEV-NAO-EMITIDO TO TRUE
           END-EVALUATE.

       VERIFICAR-APRESENTACOES.

      *    What earlier presentations of the same cheque say: paid,
      *    or returned 12, closes it for good (49); returned 11 makes
      *    a second shortfall a 12. Rows recorded earlier in this
      *    same file count too - a cheque presented twice on one
      *    file is paid at most once.
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN SITUACAO = 'P'
                                          OR MOTIVO_DEVOLUCAO = '12'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN SITUACAO = 'D'
                                         AND MOTIVO_DEVOLUCAO = '11'
                                        THEN 1 ELSE 0 END), 0)
               INTO :QTD-ENCERRADAS, :QTD-DEV-FUNDOS
               FROM CHEQUES_COMPENSADOS
               WHERE CONTA = :CONTA-CHQ
                 AND NUM_CHEQUE = :NUM-CHEQUE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE < 0
                   PERFORM ABANDONAR-ARQUIVO
               WHEN QTD-ENCERRADAS > 0
                   SET WS-DEV-JA-APRESENTADO TO TRUE
           END-EVALUATE.

       VERIFICAR-SUSTACAO.

      *    CHQ1 never lets two active stops overlap, so at most one
      *    covers the cheque and its type picks the reason.
           EXEC SQL
               SELECT TIPO_SUSTACAO
               INTO :TIPO-SUST
               FROM SUSTACOES_CHEQUE
               WHERE CONTA = :CONTA-CHQ
                 AND SITUACAO = 'A'
                 AND :NUM-CHEQUE BETWEEN NUM_INICIAL AND NUM_FINAL
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN SQLCODE < 0
                   PERFORM ABANDONAR-ARQUIVO
               WHEN TIPO-SUST = 'R'
                   SET WS-DEV-FURTO-ROUBO TO TRUE
               WHEN OTHER
                   SET WS-DEV-CONTRA-ORDEM TO TRUE
           END-EVALUATE.

       VALIDAR-LIMITE-DEBITO.

      *    The same rule EXTR007 authorizes a channel debit by: the
      *    balance after the cheque must stay at or above minus the
      *    overdraft limit, first on SALDO alone and then on SALDO
      *    less the active holds on BLOQUEIOS_VALOR. SALDO already
      *    carries the cheques paid earlier in this file. Clearing
      *    has one reason for both - insufficient funds - split only
      *    by whether the cheque already came back for it once.
           COMPUTE VALOR-MOV = 0 - VALOR-CHQ

           PERFORM LER-BLOQUEIOS-CONTA

           IF NOT WS-DEVE-PARAR
               IF SALDO-ATUAL + VALOR-MOV < 0 - LIMITE-CONTA
               OR SALDO-ATUAL - TOTAL-BLOQUEADO + VALOR-MOV
                  < 0 - LIMITE-CONTA
                   IF QTD-DEV-FUNDOS > 0
                       SET WS-DEV-INSUF-REAPRES TO TRUE
                   ELSE
                       SET WS-DEV-INSUFICIENTE TO TRUE
                   END-IF
               END-IF
           END-IF.

       LER-BLOQUEIOS-CONTA.

           EXEC SQL
               SELECT COALESCE(SUM(VALOR), 0)
               INTO :TOTAL-BLOQUEADO
               FROM BLOQUEIOS_VALOR
               WHERE CONTA = :CONTA-CHQ
                 AND SITUACAO = 'A'
           END-EXEC

           IF SQLCODE < 0
               PERFORM ABANDONAR-ARQUIVO
           END-IF.

       PAGAR-CHEQUE.

           MOVE CD-NUM-CHEQUE TO WS-CHEQUE-ED
           MOVE SPACES TO DESC-MOV
           STRING 'CHEQUE COMPENSADO No ' WS-CHEQUE-ED
                  ' BCO ' BANCO-APRES
               DELIMITED BY SIZE INTO DESC-MOV
           END-STRING

           PERFORM LER-PROXIMO-SEQ

           IF NOT WS-DEVE-PARAR
               PERFORM LER-SALDO-ANTERIOR
           END-IF

           IF NOT WS-DEVE-PARAR
               PERFORM INSERIR-DEBITO
           END-IF

           IF NOT WS-DEVE-PARAR
               PERFORM ATUALIZAR-SALDO
           END-IF

           IF NOT WS-DEVE-PARAR
               PERFORM REGISTRAR-PAGAMENTO
           END-IF.

       LER-PROXIMO-SEQ.

           EXEC SQL
               SELECT COALESCE(MAX(SEQ_EXTRATO), 0) + 1
               INTO :SEQ-MOV
               FROM EXTRATOS
               WHERE CONTA = :CONTA-CHQ
                 AND DATA = CURRENT DATE
           END-EXEC

           IF SQLCODE < 0
               PERFORM ABANDONAR-ARQUIVO
           END-IF.

       LER-SALDO-ANTERIOR.

      *    The debit goes on the end of the statement, so its
      *    balance is the previous link plus its own value - the
      *    same strike TRF1 and EST1 use for their postings.
           EXEC SQL
               SELECT SALDO_APOS
               INTO :SALDO-ANTERIOR
               FROM EXTRATOS
               WHERE CONTA = :CONTA-CHQ
               ORDER BY DATA DESC, SEQ_EXTRATO DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 0 TO SALDO-ANTERIOR
               WHEN SQLCODE < 0
                   PERFORM ABANDONAR-ARQUIVO
           END-EVALUATE.

       INSERIR-DEBITO.

           COMPUTE SALDO-APOS-MOV = SALDO-ANTERIOR + VALOR-MOV

      *    NUM_CHEQUE is what the statement and the branch look a
      *    paid cheque up by; COD_HISTORICO and DATA_CONTABIL are
      *    the two keys EXTR034 summarizes the day into the ledger
      *    by.
           EXEC SQL
               INSERT INTO EXTRATOS
                   (CONTA, DATA, DESCRICAO, VALOR, SEQ_EXTRATO,
                    SALDO_APOS, NUM_CHEQUE, COD_HISTORICO,
                    DATA_CONTABIL)
               VALUES
                   (:CONTA-CHQ, CURRENT DATE, :DESC-MOV,
                    :VALOR-MOV, :SEQ-MOV, :SALDO-APOS-MOV,
                    :NUM-CHEQUE, 'Q01', CURRENT DATE)
           END-EXEC

           IF SQLCODE < 0
               PERFORM ABANDONAR-ARQUIVO
           END-IF.

       ATUALIZAR-SALDO.

      *    Applied as a delta - CICS stays up during the run, and an
      *    absolute figure would overwrite whatever a teller
      *    committed in between.
           EXEC SQL
               UPDATE CONTAS
               SET SALDO = SALDO + :VALOR-MOV
               WHERE CONTA = :CONTA-CHQ
           END-EXEC

           IF SQLCODE < 0
               PERFORM ABANDONAR-ARQUIVO
           END-IF.

       REGISTRAR-PAGAMENTO.

           EXEC SQL
               INSERT INTO CHEQUES_COMPENSADOS
                   (ID_ARQUIVO, SEQ_REGISTRO, CONTA, AGENCIA,
                    NUM_CHEQUE, VALOR, BANCO_APRESENTANTE,
                    DATA_PROCESSAMENTO, SITUACAO, MOTIVO_DEVOLUCAO,
                    DATA_EXTRATO, SEQ_EXTRATO)
               VALUES
                   (:ID-ARQUIVO, :SEQ-REGISTRO, :CONTA-CHQ,
                    :AGENCIA-CHQ, :NUM-CHEQUE, :VALOR-CHQ,
                    :BANCO-APRES, CURRENT DATE, 'P', '  ',
                    CURRENT DATE, :SEQ-MOV)
           END-EXEC

           IF SQLCODE < 0
               PERFORM ABANDONAR-ARQUIVO
           ELSE
               ADD 1 TO WS-QTD-PAGOS
               ADD VALOR-CHQ TO WS-VLR-PAGOS
           END-IF.

       DEVOLVER-CHEQUE.

           MOVE WS-MOTIVO-DEV TO MOTIVO-DEV

           EXEC SQL
               INSERT INTO CHEQUES_COMPENSADOS
                   (ID_ARQUIVO, SEQ_REGISTRO, CONTA, AGENCIA,
                    NUM_CHEQUE, VALOR, BANCO_APRESENTANTE,
                    DATA_PROCESSAMENTO, SITUACAO, MOTIVO_DEVOLUCAO)
               VALUES
                   (:ID-ARQUIVO, :SEQ-REGISTRO, :CONTA-CHQ,
                    :AGENCIA-CHQ, :NUM-CHEQUE, :VALOR-CHQ,
                    :BANCO-APRES, CURRENT DATE, 'D', :MOTIVO-DEV)
           END-EXEC

           IF SQLCODE < 0
               PERFORM ABANDONAR-ARQUIVO
           ELSE
               PERFORM ESCREVER-DETALHE-DEVOLUCAO
               ADD 1 TO WS-QTD-DEVOLVIDOS
               ADD VALOR-CHQ TO WS-VLR-DEVOLVIDOS
           END-IF.

       ESCREVER-CABECALHO-DEVOLUCAO.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-CORR-X
           STRING WS-DATA-CORR-X(1:4) '-' WS-DATA-CORR-X(5:2)
                  '-' WS-DATA-CORR-X(7:2)
               DELIMITED BY SIZE INTO WS-DATA-GERACAO
           END-STRING

           MOVE SPACES           TO DEVOLUCAO-HEADER-REC
           MOVE 'HDR'            TO DH-TIPO-REG
           MOVE WS-DATA-GERACAO  TO DH-DATA-GERACAO
           MOVE 'EXTR038'        TO DH-JOB-ID
           MOVE WS-BANCO-PROPRIO TO DH-BANCO-ORIGEM
           MOVE CH-ID-ARQUIVO    TO DH-ID-ARQUIVO

           WRITE DEVOLUCAO-HEADER-REC.

       ESCREVER-DETALHE-DEVOLUCAO.

           MOVE SPACES          TO DEVOLUCAO-REC
           MOVE 'DET'           TO DV-TIPO-REG
           MOVE CD-SEQ-REGISTRO TO DV-SEQ-REGISTRO
           MOVE CD-BANCO-APRES  TO DV-BANCO-APRES
           MOVE CD-AGENCIA      TO DV-AGENCIA
           MOVE CD-CONTA        TO DV-CONTA
           MOVE CD-NUM-CHEQUE   TO DV-NUM-CHEQUE
           MOVE CD-VALOR        TO DV-VALOR
           MOVE WS-MOTIVO-DEV   TO DV-MOTIVO

           WRITE DEVOLUCAO-REC.

       ESCREVER-TRAILER-DEVOLUCAO.

           MOVE SPACES            TO DEVOLUCAO-TRAILER-REC
           MOVE 'TRL'             TO DT-TIPO-REG
           MOVE WS-QTD-DEVOLVIDOS TO DT-QTD-DETALHE
           MOVE WS-VLR-DEVOLVIDOS TO DT-HASH-VALOR

           WRITE DEVOLUCAO-TRAILER-REC.

       RECUSAR-ARQUIVO.

      *    A malformed file is not a database failure: take back
      *    whatever it already posted, answer RC 8 and let the
      *    corrected file be run again from the top. The return
      *    file written so far stays without its TRL.
           EXEC SQL
               ROLLBACK
           END-EXEC

           MOVE 0 TO WS-QTD-PAGOS
           MOVE 0 TO WS-QTD-DEVOLVIDOS
           MOVE 0 TO WS-VLR-PAGOS
           MOVE 0 TO WS-VLR-DEVOLVIDOS
           MOVE 8 TO WS-RETURN-CODE
           SET WS-DEVE-PARAR TO TRUE.

       ABANDONAR-ARQUIVO.

           PERFORM REPORTAR-ERRO-SQL

           EXEC SQL
               ROLLBACK
           END-EXEC

           MOVE 0 TO WS-QTD-PAGOS
           MOVE 0 TO WS-QTD-DEVOLVIDOS
           MOVE 0 TO WS-VLR-PAGOS
           MOVE 0 TO WS-VLR-DEVOLVIDOS
           SET WS-DEVE-PARAR TO TRUE.

       RELATAR-DIA.

           MOVE SPACES TO REPORT-LINE
           STRING 'COMPENSACAO DE CHEQUES - PAGOS E DEVOLVIDOS '
                  'POR AGENCIA'
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'AGENCIA      PAGOS     VALOR PAGO DEVOLVIDOS  '
                  'VLR DEVOLVIDO'
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM RELATAR-AGENCIAS

           IF WS-RETURN-CODE < 16
               PERFORM ESCREVER-TOTAL-GERAL
               PERFORM RELATAR-DEVOLUCOES
           END-IF.

       RELATAR-AGENCIAS.

      *    A cheque returned 35 for an account that does not exist
      *    has no CONTAS row; it is listed under the branch the
      *    clearing file named.
           EXEC SQL
               DECLARE CURSOR_AGENCIAS CURSOR FOR
               SELECT COALESCE(C.AGENCIA, K.AGENCIA),
                      SUM(CASE WHEN K.SITUACAO = 'P'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN K.SITUACAO = 'P'
                               THEN K.VALOR ELSE 0 END),
                      SUM(CASE WHEN K.SITUACAO = 'D'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN K.SITUACAO = 'D'
                               THEN K.VALOR ELSE 0 END)
               FROM CHEQUES_COMPENSADOS K
               LEFT JOIN CONTAS C
                  ON C.CONTA = K.CONTA
               WHERE K.DATA_PROCESSAMENTO = CURRENT DATE
               GROUP BY COALESCE(C.AGENCIA, K.AGENCIA)
               ORDER BY COALESCE(C.AGENCIA, K.AGENCIA)
           END-EXEC.

           EXEC SQL
               OPEN CURSOR_AGENCIAS
           END-EXEC

           IF SQLCODE < 0
               PERFORM REPORTAR-ERRO-SQL
           ELSE
               MOVE 0 TO WS-SQLCODE-REL

               PERFORM UNTIL WS-SQLCODE-REL NOT = 0
                   EXEC SQL
                       FETCH CURSOR_AGENCIAS
                           INTO :AGENCIA-REL, :QTD-PAG, :VLR-PAG,
                                :QTD-DEV, :VLR-DEV
                   END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE-REL

                   IF WS-SQLCODE-REL = 0
                       PERFORM ESCREVER-LINHA-AGENCIA
                   END-IF
               END-PERFORM

               EXEC SQL
                   CLOSE CURSOR_AGENCIAS
               END-EXEC

               IF WS-SQLCODE-REL < 0
                   PERFORM REPORTAR-ERRO-SQL
               END-IF
           END-IF.

       ESCREVER-LINHA-AGENCIA.

           ADD QTD-PAG TO WS-GER-QTD-PAG
           ADD VLR-PAG TO WS-GER-VLR-PAG
           ADD QTD-DEV TO WS-GER-QTD-DEV
           ADD VLR-DEV TO WS-GER-VLR-DEV

           MOVE SPACES TO REPORT-LINE
           MOVE AGENCIA-REL TO REPORT-LINE(1:4)
           MOVE QTD-PAG TO WS-QTD-ED
           MOVE WS-QTD-ED TO REPORT-LINE(10:9)
           MOVE VLR-PAG TO WS-VALOR-ED
           MOVE WS-VALOR-ED TO REPORT-LINE(21:13)
           MOVE QTD-DEV TO WS-QTD-ED
           MOVE WS-QTD-ED TO REPORT-LINE(36:9)
           MOVE VLR-DEV TO WS-VALOR-ED
           MOVE WS-VALOR-ED TO REPORT-LINE(47:13)
           WRITE REPORT-LINE.

       ESCREVER-TOTAL-GERAL.

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE 'TOTAL' TO REPORT-LINE(1:5)
           MOVE WS-GER-QTD-PAG TO WS-QTD-ED
           MOVE WS-QTD-ED TO REPORT-LINE(10:9)
           MOVE WS-GER-VLR-PAG TO WS-TOTAL-ED
           MOVE WS-TOTAL-ED TO REPORT-LINE(19:15)
           MOVE WS-GER-QTD-DEV TO WS-QTD-ED
           MOVE WS-QTD-ED TO REPORT-LINE(36:9)
           MOVE WS-GER-VLR-DEV TO WS-TOTAL-ED
           MOVE WS-TOTAL-ED TO REPORT-LINE(45:15)
           WRITE REPORT-LINE.

       RELATAR-DEVOLUCOES.

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'CHEQUES DEVOLVIDOS HOJE'
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'AGENCIA CONTA      CHEQUE BCO         VALOR '
                  ' MOTIVO'
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           EXEC SQL
               DECLARE CURSOR_DEVOLUCOES CURSOR FOR
               SELECT COALESCE(C.AGENCIA, K.AGENCIA), K.CONTA,
                      K.NUM_CHEQUE, K.BANCO_APRESENTANTE, K.VALOR,
                      K.MOTIVO_DEVOLUCAO
               FROM CHEQUES_COMPENSADOS K
               LEFT JOIN CONTAS C
                  ON C.CONTA = K.CONTA
               WHERE K.DATA_PROCESSAMENTO = CURRENT DATE
                 AND K.SITUACAO = 'D'
               ORDER BY COALESCE(C.AGENCIA, K.AGENCIA), K.CONTA,
                        K.NUM_CHEQUE
           END-EXEC.

           EXEC SQL
               OPEN CURSOR_DEVOLUCOES
           END-EXEC

           IF SQLCODE < 0
               PERFORM REPORTAR-ERRO-SQL
           ELSE
               MOVE 0 TO WS-SQLCODE-REL

               PERFORM UNTIL WS-SQLCODE-REL NOT = 0
                   EXEC SQL
                       FETCH CURSOR_DEVOLUCOES
                           INTO :AGENCIA-REL, :CONTA-CHQ, :NUM-CHEQUE,
                                :BANCO-APRES, :VALOR-CHQ, :MOTIVO-DEV
                   END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE-REL

                   IF WS-SQLCODE-REL = 0
                       PERFORM ESCREVER-LINHA-DEVOLUCAO
                   END-IF
               END-PERFORM

               EXEC SQL
                   CLOSE CURSOR_DEVOLUCOES
               END-EXEC

               IF WS-SQLCODE-REL < 0
                   PERFORM REPORTAR-ERRO-SQL
               END-IF
           END-IF.

       ESCREVER-LINHA-DEVOLUCAO.

           MOVE SPACES TO REPORT-LINE
           MOVE AGENCIA-REL TO REPORT-LINE(1:4)
           MOVE CONTA-CHQ TO REPORT-LINE(9:10)
           MOVE NUM-CHEQUE TO WS-CHEQUE-ED
           MOVE WS-CHEQUE-ED TO REPORT-LINE(20:6)
           MOVE BANCO-APRES TO REPORT-LINE(27:3)
           MOVE VALOR-CHQ TO WS-VALOR-ED
           MOVE WS-VALOR-ED TO REPORT-LINE(31:13)
           MOVE MOTIVO-DEV TO REPORT-LINE(46:2)
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
                       (:ID-CTL, 'EXTR038', CURRENT DATE,
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
           COMPUTE QTD-CTL = WS-QTD-PAGOS + WS-QTD-DEVOLVIDOS

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

           DISPLAY 'EXTR038: ERRO DE ACESSO AO BANCO - SQLCODE = '
                   SQLCODE ' CONTA = ' CONTA-CHQ
                   ' CHEQUE = ' NUM-CHEQUE
           MOVE 16 TO WS-RETURN-CODE.
