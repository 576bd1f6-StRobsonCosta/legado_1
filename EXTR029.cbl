       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTR029.
       AUTHOR. EQUIPE-CONTAS-BATCH.
       DATE-WRITTEN. 15/10/2026.

      *================================================================*
      *  EXTR029                                                       *
      *  Outbound TED return processing and daily TED report. Runs     *
      *  in the nightly chain after EXTR028. The clearing house's      *
      *  return file (DD TEDRET) answers for every transfer of an     *
      *  earlier remittance: an HDR record, one DET record per         *
      *  transfer with the TED id, the result ('A' accepted by the     *
      *  receiving bank, 'D' returned) and the return reason code,     *
      *  and a TRL record with the detail count. An accepted transfer  *
      *  is simply marked 'A'. A returned one gives the customer the   *
      *  money back automatically: the offsetting credit is posted as  *
      *  a real EXTRATOS row with the original debit's key on          *
      *  DATA_ORIGEM/SEQ_ORIGEM - the same link EST1 (EXTR013) puts    *
      *  on a reversal, so the statement says which movement it        *
      *  undoes and neither EST1 nor a repeated return can undo that   *
      *  debit a second time - CONTAS.SALDO moves by the same delta,   *
      *  and the transfer is marked 'D' with the reason. The whole     *
      *  file is one unit of work, committed only when its TRL count  *
      *  matches the DET records read; a short or malformed file is    *
      *  rolled back entirely (RC 8) so the corrected file can simply  *
      *  be run again. A DET for a TED that is unknown or not          *
      *  awaiting an answer is listed and skipped (RC 4), as is a      *
      *  return for an account closed in the meantime, which the       *
      *  branch settles by hand. The report (DD TEDREL) then gives,    *
      *  per branch, today's transfers sent, accepted and returned -   *
      *  count and amount - followed by the list of today's returns    *
      *  with their reason codes.                                      *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETORNO-FILE
               ASSIGN TO "TEDRET"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE
               ASSIGN TO "TEDREL"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RETORNO-FILE.
       01  RETORNO-REC.
           05 RR-TIPO-REG             PIC X(03).
           05 RR-ID-TED               PIC 9(09).
           05 RR-RESULTADO            PIC X(01).
               88 RR-ACEITA               VALUE 'A'.
               88 RR-DEVOLVIDA            VALUE 'D'.
           05 RR-MOTIVO               PIC X(02).
           05 FILLER                  PIC X(35).
       01  RETORNO-HEADER-REC.
           05 RH-TIPO-REG             PIC X(03).
           05 RH-DATA-GERACAO         PIC X(10).
           05 RH-BANCO-ORIGEM         PIC X(03).
           05 RH-ID-REMESSA           PIC 9(09).
           05 FILLER                  PIC X(25).
       01  RETORNO-TRAILER-REC.
           05 RT-TIPO-REG             PIC X(03).
           05 RT-QTD-DETALHE          PIC 9(09).
           05 FILLER                  PIC X(38).

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-SQLCODE-REL       PIC S9(8) COMP.
       01 WS-RETURN-CODE       PIC S9(4) COMP VALUE 0.
       01 WS-PARAR             PIC X(01) VALUE 'N'.
           88 WS-DEVE-PARAR        VALUE 'S'.
       01 WS-FIM-RETORNO       PIC X(01) VALUE 'N'.
           88 WS-RETORNO-ESGOTADO  VALUE 'S'.
       01 WS-VIU-HDR           PIC X(01) VALUE 'N'.
           88 WS-HDR-LIDO          VALUE 'S'.
       01 WS-VIU-TRL           PIC X(01) VALUE 'N'.
           88 WS-TRL-LIDO          VALUE 'S'.
       01 WS-QTD-DET-LIDOS     PIC S9(9) COMP VALUE 0.
       01 WS-QTD-TRL           PIC S9(9) COMP VALUE 0.
       01 WS-QTD-ACEITAS       PIC S9(9) COMP VALUE 0.
       01 WS-QTD-DEVOLVIDAS    PIC S9(9) COMP VALUE 0.
       01 WS-QTD-IGNORADAS     PIC S9(9) COMP VALUE 0.
       01 WS-GER-QTD-ENV       PIC S9(9) COMP VALUE 0.
       01 WS-GER-QTD-ACE       PIC S9(9) COMP VALUE 0.
       01 WS-GER-QTD-DEV       PIC S9(9) COMP VALUE 0.
       01 WS-GER-VLR-ENV       PIC S9(13)V99 VALUE 0.
       01 WS-GER-VLR-ACE       PIC S9(13)V99 VALUE 0.
       01 WS-GER-VLR-DEV       PIC S9(13)V99 VALUE 0.

       01 WS-QTD-ED            PIC ZZZZZZZZ9.
       01 WS-ID-ED             PIC ZZZZZZZZ9.
       01 WS-VALOR-ED          PIC -999999999.99.
       01 WS-TOTAL-ED          PIC -99999999999.99.

       EXEC SQL
          BEGIN DECLARE SECTION
       END-EXEC.
       01 :ID-TED           PIC S9(9) COMP.
       01 :CONTA-TED        PIC X(10).
       01 :VALOR-TED        DECIMAL(15,2).
       01 :DATA-DEBITO      PIC X(10).
       01 :SEQ-DEBITO       PIC S9(9) COMP.
       01 :SITUACAO-TED     PIC X(01).
       01 :SITUACAO-CONTA   PIC X(01).
       01 :BANCO-DEST       PIC X(03).
       01 :AGENCIA-DEST     PIC X(04).
       01 :CONTA-DEST       PIC X(13).
       01 :MOTIVO-DEV       PIC X(02).
       01 :QTD-JA-ESTORNADO PIC S9(9) COMP.
       01 :VALOR-MOV        DECIMAL(15,2).
       01 :DESC-MOV         PIC X(100).
       01 :SEQ-MOV          PIC S9(9) COMP.
       01 :SALDO-ANTERIOR   DECIMAL(15,2).
       01 :SALDO-APOS-MOV   DECIMAL(15,2).
       01 :AGENCIA-REL      PIC X(04).
       01 :QTD-ENV          PIC S9(9) COMP.
       01 :VLR-ENV          DECIMAL(15,2).
       01 :QTD-ACE          PIC S9(9) COMP.
       01 :VLR-ACE          DECIMAL(15,2).
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

           IF WS-RETURN-CODE = 0
               PERFORM PROCESSAR-RETORNO
           END-IF

      *    The report reads only committed rows, so it is produced
      *    even when the return file was refused - it then shows the
      *    day as the database has it, without that file.
           OPEN OUTPUT REPORT-FILE

           IF WS-RETURN-CODE < 16
               PERFORM RELATAR-DIA
           END-IF

           CLOSE REPORT-FILE

           DISPLAY 'EXTR029: DET LIDOS        = ' WS-QTD-DET-LIDOS
           DISPLAY 'EXTR029: TEDS ACEITAS     = ' WS-QTD-ACEITAS
           DISPLAY 'EXTR029: TEDS DEVOLVIDAS  = ' WS-QTD-DEVOLVIDAS
           DISPLAY 'EXTR029: DET IGNORADOS    = ' WS-QTD-IGNORADAS

           PERFORM GRAVAR-FIM-CONTROLE

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       PROCESSAR-RETORNO.

           OPEN INPUT RETORNO-FILE

           PERFORM UNTIL WS-RETORNO-ESGOTADO
                      OR WS-DEVE-PARAR
               READ RETORNO-FILE
                   AT END SET WS-RETORNO-ESGOTADO TO TRUE
                   NOT AT END
                       PERFORM TRATAR-REGISTRO
               END-READ
           END-PERFORM

           CLOSE RETORNO-FILE

      *    Only a file that opened with its HDR, closed with its TRL
      *    and carried exactly the DET count the TRL announces is
      *    kept; anything else is taken back as a whole.
           IF NOT WS-DEVE-PARAR
               EVALUATE TRUE
                   WHEN NOT WS-HDR-LIDO
                       DISPLAY 'EXTR029: ARQUIVO DE RETORNO SEM HDR'
                       PERFORM RECUSAR-ARQUIVO
                   WHEN NOT WS-TRL-LIDO
                       DISPLAY 'EXTR029: ARQUIVO DE RETORNO SEM TRL'
                       PERFORM RECUSAR-ARQUIVO
                   WHEN WS-QTD-TRL NOT = WS-QTD-DET-LIDOS
                       DISPLAY 'EXTR029: TRL INFORMA ' WS-QTD-TRL
                               ' DET, LIDOS ' WS-QTD-DET-LIDOS
                       PERFORM RECUSAR-ARQUIVO
                   WHEN OTHER
                       EXEC SQL
                           COMMIT
                       END-EXEC
                       IF SQLCODE < 0
                           PERFORM ABANDONAR-ARQUIVO
                       END-IF
               END-EVALUATE
           END-IF.

       TRATAR-REGISTRO.

           EVALUATE TRUE
               WHEN WS-TRL-LIDO
                   DISPLAY 'EXTR029: REGISTRO APOS O TRL'
                   PERFORM RECUSAR-ARQUIVO
               WHEN RR-TIPO-REG = 'HDR' AND NOT WS-HDR-LIDO
                   SET WS-HDR-LIDO TO TRUE
                   DISPLAY 'EXTR029: RETORNO DA REMESSA '
                           RH-ID-REMESSA ' DE ' RH-DATA-GERACAO
               WHEN NOT WS-HDR-LIDO
                   DISPLAY 'EXTR029: ARQUIVO DE RETORNO SEM HDR'
                   PERFORM RECUSAR-ARQUIVO
               WHEN RR-TIPO-REG = 'DET'
                   ADD 1 TO WS-QTD-DET-LIDOS
                   PERFORM TRATAR-DETALHE
               WHEN RR-TIPO-REG = 'TRL'
                   SET WS-TRL-LIDO TO TRUE
                   IF RT-QTD-DETALHE IS NUMERIC
                       MOVE RT-QTD-DETALHE TO WS-QTD-TRL
                   ELSE
                       MOVE -1 TO WS-QTD-TRL
                   END-IF
               WHEN OTHER
                   DISPLAY 'EXTR029: TIPO DE REGISTRO INVALIDO '
                           RR-TIPO-REG
                   PERFORM RECUSAR-ARQUIVO
           END-EVALUATE.

       TRATAR-DETALHE.

           IF RR-ID-TED IS NUMERIC
               MOVE RR-ID-TED TO ID-TED
               PERFORM LER-TED
           ELSE
               MOVE 0 TO ID-TED
               MOVE SPACE TO SITUACAO-TED
           END-IF

      *    Only a transfer that actually went out and has not been
      *    answered yet can be accepted or returned; anything else
      *    on the file is listed for the back office and left alone.
           IF NOT WS-DEVE-PARAR
               EVALUATE TRUE
                   WHEN SITUACAO-TED NOT = 'E'
                       DISPLAY 'EXTR029: TED ' RR-ID-TED
                               ' DESCONHECIDA OU JA RESPONDIDA'
                       PERFORM IGNORAR-DETALHE
                   WHEN RR-ACEITA
                       PERFORM ACEITAR-TED
                   WHEN RR-DEVOLVIDA
                       PERFORM DEVOLVER-TED
                   WHEN OTHER
                       DISPLAY 'EXTR029: TED ' RR-ID-TED
                               ' RESULTADO INVALIDO ' RR-RESULTADO
                       PERFORM IGNORAR-DETALHE
               END-EVALUATE
           END-IF.

       LER-TED.

           EXEC SQL
               SELECT T.CONTA, T.VALOR, CHAR(T.DATA_DEBITO, ISO),
                      T.SEQ_DEBITO, T.SITUACAO, T.BANCO_DEST,
                      T.AGENCIA_DEST, T.CONTA_DEST, C.SITUACAO
               INTO :CONTA-TED, :VALOR-TED, :DATA-DEBITO,
                    :SEQ-DEBITO, :SITUACAO-TED, :BANCO-DEST,
                    :AGENCIA-DEST, :CONTA-DEST, :SITUACAO-CONTA
               FROM TED_SAIDA T
               INNER JOIN CONTAS C
                  ON C.CONTA = T.CONTA
               WHERE T.ID_TED = :ID-TED
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE SPACE TO SITUACAO-TED
               WHEN SQLCODE < 0
                   PERFORM ABANDONAR-ARQUIVO
           END-EVALUATE.

       IGNORAR-DETALHE.

           ADD 1 TO WS-QTD-IGNORADAS
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       ACEITAR-TED.

           EXEC SQL
               UPDATE TED_SAIDA
               SET SITUACAO     = 'A',
                   DATA_RETORNO = CURRENT DATE
               WHERE ID_TED = :ID-TED
           END-EXEC

           IF SQLCODE < 0
               PERFORM ABANDONAR-ARQUIVO
           ELSE
               ADD 1 TO WS-QTD-ACEITAS
           END-IF.

       DEVOLVER-TED.

      *    A closed account has nowhere left to put the money; the
      *    branch settles that one by hand and the transfer stays
      *    'E' until it does.
           IF SITUACAO-CONTA = 'E'
               DISPLAY 'EXTR029: TED ' RR-ID-TED
                       ' DEVOLVIDA PARA CONTA ENCERRADA ' CONTA-TED
               PERFORM IGNORAR-DETALHE
           ELSE
               PERFORM VERIFICAR-JA-ESTORNADO
               IF NOT WS-DEVE-PARAR
                   IF QTD-JA-ESTORNADO > 0
                       DISPLAY 'EXTR029: TED ' RR-ID-TED
                               ' DEBITO JA ESTORNADO - SEM CREDITO'
                       IF WS-RETURN-CODE < 4
                           MOVE 4 TO WS-RETURN-CODE
                       END-IF
                   ELSE
                       PERFORM POSTAR-DEVOLUCAO
                   END-IF
               END-IF
               IF NOT WS-DEVE-PARAR
                   PERFORM MARCAR-DEVOLVIDA
               END-IF
           END-IF.

       VERIFICAR-JA-ESTORNADO.

      *    The same guard EST1 applies: a debit whose key already
      *    sits on another row's DATA_ORIGEM/SEQ_ORIGEM has been
      *    given back once - by a teller's reversal, say - and the
      *    customer must not get it back twice.
           EXEC SQL
               SELECT COUNT(*)
               INTO :QTD-JA-ESTORNADO
               FROM EXTRATOS
               WHERE CONTA = :CONTA-TED
                 AND DATA_ORIGEM = DATE(:DATA-DEBITO)
                 AND SEQ_ORIGEM = :SEQ-DEBITO
           END-EXEC

           IF SQLCODE < 0
               PERFORM ABANDONAR-ARQUIVO
           END-IF.

       POSTAR-DEVOLUCAO.

           MOVE VALOR-TED TO VALOR-MOV
           MOVE SPACES TO DESC-MOV
           STRING 'DEVOLUCAO TED BCO ' BANCO-DEST
                  ' AG ' AGENCIA-DEST
                  ' CC ' CONTA-DEST
                  ' MOTIVO ' RR-MOTIVO
               DELIMITED BY SIZE INTO DESC-MOV
           END-STRING

           PERFORM LER-PROXIMO-SEQ

           IF NOT WS-DEVE-PARAR
               PERFORM LER-SALDO-ANTERIOR
           END-IF

           IF NOT WS-DEVE-PARAR
               PERFORM INSERIR-DEVOLUCAO
           END-IF

           IF NOT WS-DEVE-PARAR
               PERFORM ATUALIZAR-SALDO
           END-IF.

       LER-PROXIMO-SEQ.

           EXEC SQL
               SELECT COALESCE(MAX(SEQ_EXTRATO), 0) + 1
               INTO :SEQ-MOV
               FROM EXTRATOS
               WHERE CONTA = :CONTA-TED
                 AND DATA = CURRENT DATE
           END-EXEC

           IF SQLCODE < 0
               PERFORM ABANDONAR-ARQUIVO
           END-IF.

       LER-SALDO-ANTERIOR.

      *    The credit goes on the end of the statement, so its
      *    balance is the previous link plus its own value - the
      *    same strike TRF1 and EST1 use for their postings.
           EXEC SQL
               SELECT SALDO_APOS
               INTO :SALDO-ANTERIOR
               FROM EXTRATOS
               WHERE CONTA = :CONTA-TED
               ORDER BY DATA DESC, SEQ_EXTRATO DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 0 TO SALDO-ANTERIOR
               WHEN SQLCODE < 0
                   PERFORM ABANDONAR-ARQUIVO
           END-EVALUATE.

       INSERIR-DEVOLUCAO.

           COMPUTE SALDO-APOS-MOV = SALDO-ANTERIOR + VALOR-MOV

      *    COD_HISTORICO says which program posted the line and what
      *    it is, DATA_CONTABIL the day it hit CONTAS.SALDO - the
      *    two keys EXTR034 summarizes the day into the ledger by.
           EXEC SQL
               INSERT INTO EXTRATOS
                   (CONTA, DATA, DESCRICAO, VALOR, SEQ_EXTRATO,
                    SALDO_APOS, DATA_ORIGEM, SEQ_ORIGEM,
                    COD_HISTORICO, DATA_CONTABIL)
               VALUES
                   (:CONTA-TED, CURRENT DATE, :DESC-MOV,
                    :VALOR-MOV, :SEQ-MOV, :SALDO-APOS-MOV,
                    DATE(:DATA-DEBITO), :SEQ-DEBITO,
                    '702', CURRENT DATE)
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
               WHERE CONTA = :CONTA-TED
           END-EXEC

           IF SQLCODE < 0
               PERFORM ABANDONAR-ARQUIVO
           END-IF.

       MARCAR-DEVOLVIDA.

           MOVE RR-MOTIVO TO MOTIVO-DEV

           EXEC SQL
               UPDATE TED_SAIDA
               SET SITUACAO         = 'D',
                   DATA_RETORNO     = CURRENT DATE,
                   MOTIVO_DEVOLUCAO = :MOTIVO-DEV
               WHERE ID_TED = :ID-TED
           END-EXEC

           IF SQLCODE < 0
               PERFORM ABANDONAR-ARQUIVO
           ELSE
               ADD 1 TO WS-QTD-DEVOLVIDAS
           END-IF.

       RECUSAR-ARQUIVO.

      *    A malformed file is not a database failure: take back
      *    whatever it already posted, answer RC 8 and let the
      *    corrected file be run again from the top.
           EXEC SQL
               ROLLBACK
           END-EXEC

           MOVE 0 TO WS-QTD-ACEITAS
           MOVE 0 TO WS-QTD-DEVOLVIDAS
           MOVE 8 TO WS-RETURN-CODE
           SET WS-DEVE-PARAR TO TRUE.

       ABANDONAR-ARQUIVO.

           PERFORM REPORTAR-ERRO-SQL

           EXEC SQL
               ROLLBACK
           END-EXEC

           MOVE 0 TO WS-QTD-ACEITAS
           MOVE 0 TO WS-QTD-DEVOLVIDAS
           SET WS-DEVE-PARAR TO TRUE.

       RELATAR-DIA.

           MOVE SPACES TO REPORT-LINE
           STRING 'MOVIMENTO DIARIO DE TED - ENVIADAS, ACEITAS E '
                  'DEVOLVIDAS POR AGENCIA'
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'AGENCIA    ENVIADAS     VALOR ENVIADO    ACEITAS   '
                  '  VALOR ACEITO DEVOLVIDAS   VALOR DEVOLVIDO'
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

      *    Sent is what EXTR028 put on a remittance today; accepted
      *    and returned are the answers this run (or an earlier one
      *    today) recorded.
           EXEC SQL
               DECLARE CURSOR_AGENCIAS CURSOR FOR
               SELECT C.AGENCIA,
                      SUM(CASE WHEN T.DATA_ENVIO = CURRENT DATE
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN T.DATA_ENVIO = CURRENT DATE
                               THEN T.VALOR ELSE 0 END),
                      SUM(CASE WHEN T.DATA_RETORNO = CURRENT DATE
                                AND T.SITUACAO = 'A'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN T.DATA_RETORNO = CURRENT DATE
                                AND T.SITUACAO = 'A'
                               THEN T.VALOR ELSE 0 END),
                      SUM(CASE WHEN T.DATA_RETORNO = CURRENT DATE
                                AND T.SITUACAO = 'D'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN T.DATA_RETORNO = CURRENT DATE
                                AND T.SITUACAO = 'D'
                               THEN T.VALOR ELSE 0 END)
               FROM TED_SAIDA T
               INNER JOIN CONTAS C
                  ON C.CONTA = T.CONTA
               WHERE T.DATA_ENVIO = CURRENT DATE
                  OR T.DATA_RETORNO = CURRENT DATE
               GROUP BY C.AGENCIA
               ORDER BY C.AGENCIA
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
                           INTO :AGENCIA-REL, :QTD-ENV, :VLR-ENV,
                                :QTD-ACE, :VLR-ACE, :QTD-DEV,
                                :VLR-DEV
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

           ADD QTD-ENV TO WS-GER-QTD-ENV
           ADD VLR-ENV TO WS-GER-VLR-ENV
           ADD QTD-ACE TO WS-GER-QTD-ACE
           ADD VLR-ACE TO WS-GER-VLR-ACE
           ADD QTD-DEV TO WS-GER-QTD-DEV
           ADD VLR-DEV TO WS-GER-VLR-DEV

           MOVE SPACES TO REPORT-LINE
           MOVE AGENCIA-REL TO REPORT-LINE(1:4)
           MOVE QTD-ENV TO WS-QTD-ED
           MOVE WS-QTD-ED TO REPORT-LINE(10:9)
           MOVE VLR-ENV TO WS-VALOR-ED
           MOVE WS-VALOR-ED TO REPORT-LINE(21:13)
           MOVE QTD-ACE TO WS-QTD-ED
           MOVE WS-QTD-ED TO REPORT-LINE(35:9)
           MOVE VLR-ACE TO WS-VALOR-ED
           MOVE WS-VALOR-ED TO REPORT-LINE(46:13)
           MOVE QTD-DEV TO WS-QTD-ED
           MOVE WS-QTD-ED TO REPORT-LINE(60:9)
           MOVE VLR-DEV TO WS-VALOR-ED
           MOVE WS-VALOR-ED TO REPORT-LINE(71:13)
           WRITE REPORT-LINE.

       ESCREVER-TOTAL-GERAL.

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE 'TOTAL' TO REPORT-LINE(1:5)
           MOVE WS-GER-QTD-ENV TO WS-QTD-ED
           MOVE WS-QTD-ED TO REPORT-LINE(10:9)
           MOVE WS-GER-VLR-ENV TO WS-TOTAL-ED
           MOVE WS-TOTAL-ED TO REPORT-LINE(19:15)
           MOVE WS-GER-QTD-ACE TO WS-QTD-ED
           MOVE WS-QTD-ED TO REPORT-LINE(35:9)
           MOVE WS-GER-VLR-ACE TO WS-TOTAL-ED
           MOVE WS-TOTAL-ED TO REPORT-LINE(44:15)
           MOVE WS-GER-QTD-DEV TO WS-QTD-ED
           MOVE WS-QTD-ED TO REPORT-LINE(60:9)
           MOVE WS-GER-VLR-DEV TO WS-TOTAL-ED
           MOVE WS-TOTAL-ED TO REPORT-LINE(69:15)
           WRITE REPORT-LINE.

       RELATAR-DEVOLUCOES.

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'TEDS DEVOLVIDAS HOJE'
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'AGENCIA CONTA            TED    BCO AGEN '
                  'CONTA DESTINO          VALOR  MOTIVO'
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           EXEC SQL
               DECLARE CURSOR_DEVOLUCOES CURSOR FOR
               SELECT C.AGENCIA, T.CONTA, T.ID_TED, T.BANCO_DEST,
                      T.AGENCIA_DEST, T.CONTA_DEST, T.VALOR,
                      COALESCE(T.MOTIVO_DEVOLUCAO, ' ')
               FROM TED_SAIDA T
               INNER JOIN CONTAS C
                  ON C.CONTA = T.CONTA
               WHERE T.DATA_RETORNO = CURRENT DATE
                 AND T.SITUACAO = 'D'
               ORDER BY C.AGENCIA, T.CONTA, T.ID_TED
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
                           INTO :AGENCIA-REL, :CONTA-TED, :ID-TED,
                                :BANCO-DEST, :AGENCIA-DEST,
                                :CONTA-DEST, :VALOR-TED, :MOTIVO-DEV
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
           MOVE CONTA-TED TO REPORT-LINE(9:10)
           MOVE ID-TED TO WS-ID-ED
           MOVE WS-ID-ED TO REPORT-LINE(20:9)
           MOVE BANCO-DEST TO REPORT-LINE(31:3)
           MOVE AGENCIA-DEST TO REPORT-LINE(35:4)
           MOVE CONTA-DEST TO REPORT-LINE(40:13)
           MOVE VALOR-TED TO WS-VALOR-ED
           MOVE WS-VALOR-ED TO REPORT-LINE(55:13)
           MOVE MOTIVO-DEV TO REPORT-LINE(70:2)
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
                       (:ID-CTL, 'EXTR029', CURRENT DATE,
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
           COMPUTE QTD-CTL = WS-QTD-ACEITAS + WS-QTD-DEVOLVIDAS

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

           DISPLAY 'EXTR029: ERRO DE ACESSO AO BANCO - SQLCODE = '
                   SQLCODE ' TED = ' ID-TED
           MOVE 16 TO WS-RETURN-CODE.
