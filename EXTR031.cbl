       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTR031.
       AUTHOR. EQUIPE-CONTAS-BATCH.
       DATE-WRITTEN. 15/10/2026.

      *================================================================*
      *  EXTR031                                                       *
      *  Court garnishment (bloqueio judicial) intake. Reads the       *
      *  day's judicial order file (DD JUDORD: HDR, one DET per        *
      *  order, TRL with the DET count). Each order is keyed by the    *
      *  customer's CPF/CNPJ and carries one instruction:              *
      *    'B' attach  - hold up to the ordered amount across all of   *
      *                  the customer's non-closed accounts (CONTAS    *
      *                  .DOCUMENTO), as BLOQUEIOS_VALOR holds - the   *
      *                  same rows BLQ1 (EXTR015) places by hand;      *
      *    'L' release - release every hold still active under the     *
      *                  order;                                        *
      *    'T' transfer to court - debit each account for what is      *
      *                  held there, release the hold, and credit the  *
      *                  total to the judicial-deposit account.        *
      *  Accounts are attached in a defined order: largest free        *
      *  balance first (SALDO minus the holds already active), then    *
      *  account number - so an order takes as few accounts as it      *
      *  can. Only free money is attached; the overdraft limit is      *
      *  credit, not the customer's funds. An order the accounts       *
      *  cannot cover stays open on ORDENS_JUDICIAIS, and every run    *
      *  first sweeps the open orders again, so credits that arrived   *
      *  since are held until the order is satisfied. Each hold is     *
      *  linked to its order on ORDENS_JUDICIAIS_BLOQ and leaves a     *
      *  CONTAS_AUDIT row (function 'J', operator 'BAT').              *
      *                                                                *
      *  The response file the court system requires (DD JUDRESP)      *
      *  carries, per order, one line per account touched with the     *
      *  amount actually attached, released or transferred there,      *
      *  and a closing line for the order with the total and the       *
      *  outcome code (JR-CODIGO below). The sweep and the file are    *
      *  one unit of work, committed only after the response TRL is    *
      *  out: a short or malformed order file (RC 8) or an SQL error   *
      *  (RC 16) takes everything back, the response is left without   *
      *  its TRL, and the corrected run reproduces it all.             *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDEM-FILE
               ASSIGN TO "JUDORD"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RESPOSTA-FILE
               ASSIGN TO "JUDRESP"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ORDEM-FILE.
       01  ORDEM-REC.
           05 JO-TIPO-REG             PIC X(03).
           05 JO-ID-ORDEM             PIC X(20).
           05 JO-INSTRUCAO            PIC X(01).
               88 JO-BLOQUEAR             VALUE 'B'.
               88 JO-LIBERAR              VALUE 'L'.
               88 JO-TRANSFERIR           VALUE 'T'.
           05 JO-DOCUMENTO            PIC X(14).
           05 JO-VALOR                PIC 9(13)V99.
           05 FILLER                  PIC X(47).
       01  ORDEM-HEADER-REC.
           05 JH-TIPO-REG             PIC X(03).
           05 JH-DATA-GERACAO         PIC X(10).
           05 FILLER                  PIC X(87).
       01  ORDEM-TRAILER-REC.
           05 JT-TIPO-REG             PIC X(03).
           05 JT-QTD-DETALHE          PIC 9(09).
           05 FILLER                  PIC X(88).

       FD  RESPOSTA-FILE.
       01  RESPOSTA-REC.
           05 JR-TIPO-REG             PIC X(03).
           05 JR-ID-ORDEM             PIC X(20).
      *        Instruction answered; 'R' marks a line from the sweep
      *        of orders left open on an earlier day.
           05 JR-INSTRUCAO            PIC X(01).
           05 JR-DOCUMENTO            PIC X(14).
           05 JR-AGENCIA              PIC X(04).
           05 JR-CONTA                PIC X(10).
           05 JR-VALOR                PIC S9(13)V99
                                      SIGN LEADING SEPARATE.
           05 JR-CODIGO               PIC X(02).
               88 JR-CUMPRIDA             VALUE '00'.
               88 JR-PARCIAL              VALUE '01'.
               88 JR-SEM-SALDO            VALUE '02'.
               88 JR-SEM-CONTAS           VALUE '03'.
               88 JR-JA-RECEBIDA          VALUE '04'.
               88 JR-NAO-ENCONTRADA       VALUE '05'.
               88 JR-JA-ENCERRADA         VALUE '06'.
               88 JR-INSTRUCAO-INVALIDA   VALUE '07'.
               88 JR-DADOS-INVALIDOS      VALUE '08'.
               88 JR-LIBERADA             VALUE '09'.
               88 JR-TRANSFERIDA          VALUE '10'.
               88 JR-VALOR-NA-CONTA       VALUE '11'.
           05 FILLER                  PIC X(30).
       01  RESPOSTA-HEADER-REC.
           05 RH-TIPO-REG             PIC X(03).
           05 RH-DATA-GERACAO         PIC X(10).
           05 RH-JOB-ID               PIC X(08).
           05 FILLER                  PIC X(79).
       01  RESPOSTA-TRAILER-REC.
           05 RT-TIPO-REG             PIC X(03).
           05 RT-QTD-DETALHE          PIC 9(09).
           05 RT-HASH-VALOR           PIC S9(13)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X(72).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-SQLCODE-ORDEM     PIC S9(8) COMP.
       01 WS-SQLCODE-CONTA     PIC S9(8) COMP.
       01 WS-RETURN-CODE       PIC S9(4) COMP VALUE 0.
       01 WS-PARAR             PIC X(01) VALUE 'N'.
           88 WS-DEVE-PARAR        VALUE 'S'.
       01 WS-FIM-ORDENS        PIC X(01) VALUE 'N'.
           88 WS-ORDENS-ESGOTADAS  VALUE 'S'.
       01 WS-VIU-HDR           PIC X(01) VALUE 'N'.
           88 WS-HDR-LIDO          VALUE 'S'.
       01 WS-VIU-TRL           PIC X(01) VALUE 'N'.
           88 WS-TRL-LIDO          VALUE 'S'.
      *    Bank's own judicial-deposit account, where transferred
      *    attachments are credited until the court draws them.
       01 WS-CONTA-JUDICIAL    PIC X(10) VALUE '9000000001'.
       01 WS-INSTRUCAO-RESP    PIC X(01).
       01 WS-CODIGO-RESP       PIC X(02).
       01 WS-QTD-DET-LIDOS     PIC S9(9) COMP VALUE 0.
       01 WS-QTD-TRL           PIC S9(9) COMP VALUE 0.
       01 WS-QTD-ORDENS        PIC S9(9) COMP VALUE 0.
       01 WS-QTD-REFORCOS      PIC S9(9) COMP VALUE 0.
       01 WS-QTD-RESPOSTA      PIC S9(9) COMP VALUE 0.
       01 WS-HASH-RESPOSTA     PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-TOTAL-ED          PIC -99999999999.99.
       01 WS-DATA-GERACAO      PIC X(10).
       01 WS-DATA-CORR         PIC 9(08).
       01 WS-DATA-CORR-X REDEFINES WS-DATA-CORR
                               PIC X(08).

       EXEC SQL
          BEGIN DECLARE SECTION
       END-EXEC.
       01 :ID-ORDEM         PIC X(20).
       01 :DOCUMENTO-ORD    PIC X(14).
       01 :VALOR-ORDEM      DECIMAL(15,2).
       01 :VALOR-BLOQ-ORD   DECIMAL(15,2).
       01 :VALOR-RESTANTE   DECIMAL(15,2).
       01 :VALOR-AGORA      DECIMAL(15,2).
       01 :SITUACAO-ORD     PIC X(01).
       01 :QTD-CONTAS-DOC   PIC S9(9) COMP.
       01 :AGENCIA-BLQ      PIC X(04).
       01 :CONTA-BLQ        PIC X(10).
       01 :DISPONIVEL-BLQ   DECIMAL(15,2).
       01 :VALOR-BLQ        DECIMAL(15,2).
       01 :ID-BLQ           PIC S9(9) COMP.
       01 :RAZAO-BLQ        PIC X(60).
       01 :CONTA-MOV        PIC X(10).
       01 :VALOR-MOV        DECIMAL(15,2).
       01 :DESC-MOV         PIC X(100).
       01 :COD-HIST         PIC X(03).
       01 :SEQ-MOV          PIC S9(9) COMP.
       01 :SALDO-ANTERIOR   DECIMAL(15,2).
       01 :SALDO-APOS-MOV   DECIMAL(15,2).
       01 :SITUACAO-JUD     PIC X(01).
       01 :ID-CTL           PIC S9(9) COMP.
       01 :RC-CTL           PIC S9(9) COMP.
       01 :QTD-CTL          PIC S9(9) COMP.
       EXEC SQL
          END DECLARE SECTION
       END-EXEC.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.

           PERFORM GRAVAR-INICIO-CONTROLE

           OPEN OUTPUT RESPOSTA-FILE

           IF WS-RETURN-CODE = 0
               PERFORM ESCREVER-CABECALHO
               PERFORM REFORCAR-ORDENS-ABERTAS
           END-IF

           IF WS-RETURN-CODE = 0
               PERFORM PROCESSAR-ARQUIVO
           END-IF

      *    Nothing is kept unless the whole response went out.
           IF WS-RETURN-CODE = 0
               PERFORM ESCREVER-TRAILER
               EXEC SQL
                   COMMIT
               END-EXEC
               IF SQLCODE < 0
                   PERFORM ABANDONAR-EXECUCAO
               END-IF
           END-IF

           CLOSE RESPOSTA-FILE

           MOVE WS-HASH-RESPOSTA TO WS-TOTAL-ED
           DISPLAY 'EXTR031: ORDENS LIDAS      = ' WS-QTD-DET-LIDOS
           DISPLAY 'EXTR031: ORDENS REFORCADAS = ' WS-QTD-REFORCOS
           DISPLAY 'EXTR031: LINHAS RESPOSTA   = ' WS-QTD-RESPOSTA
           DISPLAY 'EXTR031: VALOR RESPONDIDO  = ' WS-TOTAL-ED

           PERFORM GRAVAR-FIM-CONTROLE

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       REFORCAR-ORDENS-ABERTAS.

      *    An order left short on an earlier day is still owed: hold
      *    whatever free money the customer's accounts gained since.
      *    Only orders that actually got something now are answered.
           MOVE 'R' TO WS-INSTRUCAO-RESP

           EXEC SQL
               DECLARE CURSOR_ABERTAS CURSOR FOR
               SELECT ID_ORDEM, DOCUMENTO, VALOR_ORDEM,
                      VALOR_BLOQUEADO
               FROM ORDENS_JUDICIAIS
               WHERE SITUACAO = 'A'
                 AND VALOR_BLOQUEADO < VALOR_ORDEM
               ORDER BY DATA_RECEBIMENTO, ID_ORDEM
           END-EXEC.

           EXEC SQL
               OPEN CURSOR_ABERTAS
           END-EXEC

           IF SQLCODE < 0
               PERFORM ABANDONAR-EXECUCAO
           ELSE
               MOVE 0 TO WS-SQLCODE-ORDEM

               PERFORM UNTIL WS-SQLCODE-ORDEM NOT = 0
                          OR WS-DEVE-PARAR
                   EXEC SQL
                       FETCH CURSOR_ABERTAS
                           INTO :ID-ORDEM, :DOCUMENTO-ORD,
                                :VALOR-ORDEM, :VALOR-BLOQ-ORD
                   END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE-ORDEM

                   IF WS-SQLCODE-ORDEM = 0
                       PERFORM REFORCAR-ORDEM
                   END-IF
               END-PERFORM

               IF WS-SQLCODE-ORDEM < 0
                   PERFORM ABANDONAR-EXECUCAO
               END-IF

               IF NOT WS-DEVE-PARAR
                   EXEC SQL
                       CLOSE CURSOR_ABERTAS
                   END-EXEC
               END-IF
           END-IF.

       REFORCAR-ORDEM.

           COMPUTE VALOR-RESTANTE = VALOR-ORDEM - VALOR-BLOQ-ORD

           PERFORM DISTRIBUIR-BLOQUEIO

           IF NOT WS-DEVE-PARAR AND VALOR-AGORA > 0
               PERFORM ATUALIZAR-ORDEM-BLOQUEIO
               IF NOT WS-DEVE-PARAR
                   ADD 1 TO WS-QTD-REFORCOS
                   MOVE SPACES TO AGENCIA-BLQ
                   MOVE SPACES TO CONTA-BLQ
                   IF VALOR-RESTANTE = 0
                       PERFORM RESPONDER-CUMPRIDA
                   ELSE
                       PERFORM RESPONDER-PARCIAL
                   END-IF
               END-IF
           END-IF.

       PROCESSAR-ARQUIVO.

           OPEN INPUT ORDEM-FILE

           PERFORM UNTIL WS-ORDENS-ESGOTADAS
                      OR WS-DEVE-PARAR
               READ ORDEM-FILE
                   AT END SET WS-ORDENS-ESGOTADAS TO TRUE
                   NOT AT END
                       PERFORM TRATAR-REGISTRO
               END-READ
           END-PERFORM

           CLOSE ORDEM-FILE

      *    Only a file that opened with its HDR, closed with its TRL
      *    and carried exactly the DET count the TRL announces is
      *    acted on; anything else is taken back as a whole.
           IF NOT WS-DEVE-PARAR
               EVALUATE TRUE
                   WHEN NOT WS-HDR-LIDO
                       DISPLAY 'EXTR031: ARQUIVO DE ORDENS SEM HDR'
                       PERFORM RECUSAR-ARQUIVO
                   WHEN NOT WS-TRL-LIDO
                       DISPLAY 'EXTR031: ARQUIVO DE ORDENS SEM TRL'
                       PERFORM RECUSAR-ARQUIVO
                   WHEN WS-QTD-TRL NOT = WS-QTD-DET-LIDOS
                       DISPLAY 'EXTR031: TRL INFORMA ' WS-QTD-TRL
                               ' DET, LIDOS ' WS-QTD-DET-LIDOS
                       PERFORM RECUSAR-ARQUIVO
               END-EVALUATE
           END-IF.

       TRATAR-REGISTRO.

           EVALUATE TRUE
               WHEN WS-TRL-LIDO
                   DISPLAY 'EXTR031: REGISTRO APOS O TRL'
                   PERFORM RECUSAR-ARQUIVO
               WHEN JO-TIPO-REG = 'HDR' AND NOT WS-HDR-LIDO
                   SET WS-HDR-LIDO TO TRUE
                   DISPLAY 'EXTR031: ARQUIVO DE ORDENS DE '
                           JH-DATA-GERACAO
               WHEN NOT WS-HDR-LIDO
                   DISPLAY 'EXTR031: ARQUIVO DE ORDENS SEM HDR'
                   PERFORM RECUSAR-ARQUIVO
               WHEN JO-TIPO-REG = 'DET'
                   ADD 1 TO WS-QTD-DET-LIDOS
                   PERFORM TRATAR-ORDEM
               WHEN JO-TIPO-REG = 'TRL'
                   SET WS-TRL-LIDO TO TRUE
                   IF JT-QTD-DETALHE IS NUMERIC
                       MOVE JT-QTD-DETALHE TO WS-QTD-TRL
                   ELSE
                       MOVE -1 TO WS-QTD-TRL
                   END-IF
               WHEN OTHER
                   DISPLAY 'EXTR031: TIPO DE REGISTRO INVALIDO '
                           JO-TIPO-REG
                   PERFORM RECUSAR-ARQUIVO
           END-EVALUATE.

       TRATAR-ORDEM.

           MOVE JO-ID-ORDEM   TO ID-ORDEM
           MOVE JO-DOCUMENTO  TO DOCUMENTO-ORD
           MOVE JO-INSTRUCAO  TO WS-INSTRUCAO-RESP
           MOVE SPACES        TO AGENCIA-BLQ
           MOVE SPACES        TO CONTA-BLQ
           MOVE 0             TO VALOR-AGORA

      *    The order is answered line by line, so a bad one is
      *    refused on its own response line and the rest of the
      *    file still goes through.
           EVALUATE TRUE
               WHEN JO-ID-ORDEM = SPACES
                   SET JR-DADOS-INVALIDOS TO TRUE
                   PERFORM ESCREVER-RESPOSTA
               WHEN NOT (JO-BLOQUEAR OR JO-LIBERAR OR JO-TRANSFERIR)
                   SET JR-INSTRUCAO-INVALIDA TO TRUE
                   PERFORM ESCREVER-RESPOSTA
               WHEN JO-BLOQUEAR
                   PERFORM VALIDAR-ORDEM-BLOQUEIO
               WHEN OTHER
                   PERFORM LER-ORDEM
                   IF NOT WS-DEVE-PARAR
                       EVALUATE TRUE
                           WHEN SITUACAO-ORD = SPACE
                               SET JR-NAO-ENCONTRADA TO TRUE
                               PERFORM ESCREVER-RESPOSTA
                           WHEN SITUACAO-ORD = 'L'
                                OR SITUACAO-ORD = 'T'
                               MOVE VALOR-BLOQ-ORD TO VALOR-AGORA
                               SET JR-JA-ENCERRADA TO TRUE
                               PERFORM ESCREVER-RESPOSTA
                           WHEN JO-LIBERAR
                               PERFORM LIBERAR-ORDEM
                           WHEN JO-TRANSFERIR
                               PERFORM TRANSFERIR-ORDEM
                       END-EVALUATE
                   END-IF
           END-EVALUATE.

       VALIDAR-ORDEM-BLOQUEIO.

      *    Same document shape CLI1 accepts: eleven CPF digits, or
      *    fourteen CNPJ digits.
           EVALUATE TRUE
               WHEN JO-DOCUMENTO(1:11) IS NOT NUMERIC
                   SET JR-DADOS-INVALIDOS TO TRUE
                   PERFORM ESCREVER-RESPOSTA
               WHEN JO-DOCUMENTO(12:3) NOT = SPACES
                    AND JO-DOCUMENTO(12:3) IS NOT NUMERIC
                   SET JR-DADOS-INVALIDOS TO TRUE
                   PERFORM ESCREVER-RESPOSTA
               WHEN JO-VALOR IS NOT NUMERIC
                   SET JR-DADOS-INVALIDOS TO TRUE
                   PERFORM ESCREVER-RESPOSTA
               WHEN JO-VALOR NOT > 0
                   SET JR-DADOS-INVALIDOS TO TRUE
                   PERFORM ESCREVER-RESPOSTA
               WHEN OTHER
                   PERFORM LER-ORDEM
                   IF NOT WS-DEVE-PARAR
                       IF SITUACAO-ORD NOT = SPACE
                           MOVE VALOR-BLOQ-ORD TO VALOR-AGORA
                           SET JR-JA-RECEBIDA TO TRUE
                           PERFORM ESCREVER-RESPOSTA
                       ELSE
                           PERFORM BLOQUEAR-ORDEM
                       END-IF
                   END-IF
           END-EVALUATE.

       LER-ORDEM.

           EXEC SQL
               SELECT SITUACAO, DOCUMENTO, VALOR_ORDEM,
                      VALOR_BLOQUEADO
               INTO :SITUACAO-ORD, :DOCUMENTO-ORD, :VALOR-ORDEM,
                    :VALOR-BLOQ-ORD
               FROM ORDENS_JUDICIAIS
               WHERE ID_ORDEM = :ID-ORDEM
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE SPACE TO SITUACAO-ORD
                   MOVE JO-DOCUMENTO TO DOCUMENTO-ORD
               WHEN SQLCODE < 0
                   PERFORM ABANDONAR-EXECUCAO
           END-EVALUATE.

       BLOQUEAR-ORDEM.

      *    A customer with no account left open here is answered
      *    negatively and the order is not kept - there is nothing a
      *    later credit could land in.
           EXEC SQL
               SELECT COUNT(*)
               INTO :QTD-CONTAS-DOC
               FROM CONTAS
               WHERE DOCUMENTO = :DOCUMENTO-ORD
                 AND SITUACAO <> 'E'
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE < 0
                   PERFORM ABANDONAR-EXECUCAO
               WHEN QTD-CONTAS-DOC = 0
                   SET JR-SEM-CONTAS TO TRUE
                   PERFORM ESCREVER-RESPOSTA
               WHEN OTHER
                   PERFORM REGISTRAR-ORDEM
           END-EVALUATE.

       REGISTRAR-ORDEM.

           MOVE JO-VALOR TO VALOR-ORDEM
           MOVE 0        TO VALOR-BLOQ-ORD

           EXEC SQL
               INSERT INTO ORDENS_JUDICIAIS
                   (ID_ORDEM, DOCUMENTO, VALOR_ORDEM, VALOR_BLOQUEADO,
                    SITUACAO, DATA_RECEBIMENTO, DATA_ATUALIZACAO)
               VALUES
                   (:ID-ORDEM, :DOCUMENTO-ORD, :VALOR-ORDEM, 0,
                    'A', CURRENT DATE, CURRENT DATE)
           END-EXEC

           IF SQLCODE < 0
               PERFORM ABANDONAR-EXECUCAO
           ELSE
               ADD 1 TO WS-QTD-ORDENS
               MOVE VALOR-ORDEM TO VALOR-RESTANTE
               PERFORM DISTRIBUIR-BLOQUEIO
           END-IF

           IF NOT WS-DEVE-PARAR
               PERFORM ATUALIZAR-ORDEM-BLOQUEIO
           END-IF

           IF NOT WS-DEVE-PARAR
               MOVE SPACES TO AGENCIA-BLQ
               MOVE SPACES TO CONTA-BLQ
               EVALUATE TRUE
                   WHEN VALOR-RESTANTE = 0
                       PERFORM RESPONDER-CUMPRIDA
                   WHEN VALOR-AGORA > 0
                       PERFORM RESPONDER-PARCIAL
                   WHEN OTHER
                       SET JR-SEM-SALDO TO TRUE
                       PERFORM ESCREVER-RESPOSTA
               END-EVALUATE
           END-IF.

       DISTRIBUIR-BLOQUEIO.

      *    Walks the customer's non-closed accounts, largest free
      *    balance first, holding on each the smaller of its free
      *    balance and what the order still lacks. The free balance
      *    is the same one EXTR007 and TRF1 authorise against - SALDO
      *    minus the holds already active - without the overdraft
      *    limit, which is the bank's money, not the customer's.
           MOVE 0 TO VALOR-AGORA

           EXEC SQL
               DECLARE CURSOR_CONTAS_DOC CURSOR FOR
               SELECT C.AGENCIA, C.CONTA,
                      C.SALDO - COALESCE((SELECT SUM(B.VALOR)
                                          FROM BLOQUEIOS_VALOR B
                                          WHERE B.CONTA = C.CONTA
                                            AND B.SITUACAO = 'A'), 0)
               FROM CONTAS C
               WHERE C.DOCUMENTO = :DOCUMENTO-ORD
                 AND C.SITUACAO <> 'E'
               ORDER BY 3 DESC, 2
           END-EXEC.

           EXEC SQL
               OPEN CURSOR_CONTAS_DOC
           END-EXEC

           IF SQLCODE < 0
               PERFORM ABANDONAR-EXECUCAO
           ELSE
               MOVE 0 TO WS-SQLCODE-CONTA

               PERFORM UNTIL WS-SQLCODE-CONTA NOT = 0
                          OR WS-DEVE-PARAR
                          OR VALOR-RESTANTE NOT > 0
                   EXEC SQL
                       FETCH CURSOR_CONTAS_DOC
                           INTO :AGENCIA-BLQ, :CONTA-BLQ,
                                :DISPONIVEL-BLQ
                   END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE-CONTA

                   IF WS-SQLCODE-CONTA = 0
                      AND DISPONIVEL-BLQ > 0
                       PERFORM BLOQUEAR-CONTA
                   END-IF
               END-PERFORM

               IF WS-SQLCODE-CONTA < 0
                   PERFORM ABANDONAR-EXECUCAO
               END-IF

               IF NOT WS-DEVE-PARAR
                   EXEC SQL
                       CLOSE CURSOR_CONTAS_DOC
                   END-EXEC
               END-IF
           END-IF.

       BLOQUEAR-CONTA.

           IF DISPONIVEL-BLQ < VALOR-RESTANTE
               MOVE DISPONIVEL-BLQ TO VALOR-BLQ
           ELSE
               MOVE VALOR-RESTANTE TO VALOR-BLQ
           END-IF

           MOVE SPACES TO RAZAO-BLQ
           STRING 'ORDEM JUDICIAL ' ID-ORDEM
               DELIMITED BY SIZE INTO RAZAO-BLQ
           END-STRING

           EXEC SQL
               SELECT COALESCE(MAX(ID_BLOQUEIO), 0) + 1
               INTO :ID-BLQ
               FROM BLOQUEIOS_VALOR
           END-EXEC

           IF SQLCODE < 0
               PERFORM ABANDONAR-EXECUCAO
           ELSE
               EXEC SQL
                   INSERT INTO BLOQUEIOS_VALOR
                       (ID_BLOQUEIO, CONTA, VALOR, MOTIVO_DESC,
                        OPERADOR, TERMINAL, DATA_HORA, SITUACAO)
                   VALUES
                       (:ID-BLQ, :CONTA-BLQ, :VALOR-BLQ, :RAZAO-BLQ,
                        'BAT', 'BTCH', CURRENT TIMESTAMP, 'A')
               END-EXEC

               IF SQLCODE < 0
                   PERFORM ABANDONAR-EXECUCAO
               END-IF
           END-IF

           IF NOT WS-DEVE-PARAR
               EXEC SQL
                   INSERT INTO ORDENS_JUDICIAIS_BLOQ
                       (ID_ORDEM, ID_BLOQUEIO, CONTA, VALOR)
                   VALUES
                       (:ID-ORDEM, :ID-BLQ, :CONTA-BLQ, :VALOR-BLQ)
               END-EXEC

               IF SQLCODE < 0
                   PERFORM ABANDONAR-EXECUCAO
               END-IF
           END-IF

           IF NOT WS-DEVE-PARAR
               PERFORM GRAVAR-AUDITORIA
           END-IF

           IF NOT WS-DEVE-PARAR
               SUBTRACT VALOR-BLQ FROM VALOR-RESTANTE
               ADD VALOR-BLQ TO VALOR-AGORA
               MOVE VALOR-BLQ TO VALOR-MOV
               SET JR-VALOR-NA-CONTA TO TRUE
               PERFORM ESCREVER-RESPOSTA-CONTA
           END-IF.

       ATUALIZAR-ORDEM-BLOQUEIO.

      *    An order fully held is 'C' (cumprida); one still short
      *    stays 'A' for the next run's sweep.
           EXEC SQL
               UPDATE ORDENS_JUDICIAIS
               SET VALOR_BLOQUEADO  = VALOR_BLOQUEADO + :VALOR-AGORA,
                   SITUACAO         = CASE WHEN VALOR_BLOQUEADO
                                                + :VALOR-AGORA
                                                >= VALOR_ORDEM
                                           THEN 'C' ELSE 'A' END,
                   DATA_ATUALIZACAO = CURRENT DATE
               WHERE ID_ORDEM = :ID-ORDEM
           END-EXEC

           IF SQLCODE < 0
               PERFORM ABANDONAR-EXECUCAO
           END-IF.

       LIBERAR-ORDEM.

           MOVE 0 TO VALOR-AGORA

           PERFORM ABRIR-BLOQUEIOS-ORDEM

           IF NOT WS-DEVE-PARAR
               PERFORM UNTIL WS-SQLCODE-CONTA NOT = 0
                          OR WS-DEVE-PARAR
                   EXEC SQL
                       FETCH CURSOR_BLOQ_ORDEM
                           INTO :ID-BLQ, :AGENCIA-BLQ, :CONTA-BLQ,
                                :VALOR-BLQ
                   END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE-CONTA

                   IF WS-SQLCODE-CONTA = 0
                       PERFORM BAIXAR-BLOQUEIO
                       IF NOT WS-DEVE-PARAR
                           ADD VALOR-BLQ TO VALOR-AGORA
                           MOVE VALOR-BLQ TO VALOR-MOV
                           SET JR-LIBERADA TO TRUE
                           PERFORM ESCREVER-RESPOSTA-CONTA
                       END-IF
                   END-IF
               END-PERFORM

               PERFORM FECHAR-BLOQUEIOS-ORDEM
           END-IF

           IF NOT WS-DEVE-PARAR
               MOVE 'L' TO SITUACAO-ORD
               PERFORM ENCERRAR-ORDEM
           END-IF

           IF NOT WS-DEVE-PARAR
               MOVE SPACES TO AGENCIA-BLQ
               MOVE SPACES TO CONTA-BLQ
               SET JR-LIBERADA TO TRUE
               PERFORM ESCREVER-RESPOSTA
           END-IF.

       TRANSFERIR-ORDEM.

      *    Each account gives up exactly what is held there for the
      *    order, as a real EXTRATOS debit, and the hold is released
      *    in the same breath - the money it protected has left.
      *    The total lands on the judicial-deposit account.
           MOVE 0 TO VALOR-AGORA

           PERFORM ABRIR-BLOQUEIOS-ORDEM

           IF NOT WS-DEVE-PARAR
               PERFORM UNTIL WS-SQLCODE-CONTA NOT = 0
                          OR WS-DEVE-PARAR
                   EXEC SQL
                       FETCH CURSOR_BLOQ_ORDEM
                           INTO :ID-BLQ, :AGENCIA-BLQ, :CONTA-BLQ,
                                :VALOR-BLQ
                   END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE-CONTA

                   IF WS-SQLCODE-CONTA = 0
                       PERFORM TRANSFERIR-BLOQUEIO
                   END-IF
               END-PERFORM

               PERFORM FECHAR-BLOQUEIOS-ORDEM
           END-IF

           IF NOT WS-DEVE-PARAR AND VALOR-AGORA > 0
               PERFORM CREDITAR-CONTA-JUDICIAL
           END-IF

           IF NOT WS-DEVE-PARAR
               MOVE 'T' TO SITUACAO-ORD
               PERFORM ENCERRAR-ORDEM
           END-IF

           IF NOT WS-DEVE-PARAR
               MOVE SPACES TO AGENCIA-BLQ
               MOVE SPACES TO CONTA-BLQ
               SET JR-TRANSFERIDA TO TRUE
               PERFORM ESCREVER-RESPOSTA
           END-IF.

       TRANSFERIR-BLOQUEIO.

           MOVE CONTA-BLQ TO CONTA-MOV
           COMPUTE VALOR-MOV = 0 - VALOR-BLQ
           MOVE '801' TO COD-HIST
           MOVE SPACES TO DESC-MOV
           STRING 'TRANSF JUDICIAL ORDEM ' ID-ORDEM
               DELIMITED BY SIZE INTO DESC-MOV
           END-STRING

           PERFORM POSTAR-MOVIMENTO

           IF NOT WS-DEVE-PARAR
               PERFORM BAIXAR-BLOQUEIO
           END-IF

           IF NOT WS-DEVE-PARAR
               ADD VALOR-BLQ TO VALOR-AGORA
               MOVE VALOR-BLQ TO VALOR-MOV
               SET JR-TRANSFERIDA TO TRUE
               PERFORM ESCREVER-RESPOSTA-CONTA
           END-IF.

       CREDITAR-CONTA-JUDICIAL.

           MOVE WS-CONTA-JUDICIAL TO CONTA-MOV

           EXEC SQL
               SELECT SITUACAO
               INTO :SITUACAO-JUD
               FROM CONTAS
               WHERE CONTA = :CONTA-MOV
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'EXTR031: CONTA DE DEPOSITO JUDICIAL '
                       WS-CONTA-JUDICIAL ' NAO ENCONTRADA'
               PERFORM ABANDONAR-EXECUCAO
           ELSE
               MOVE VALOR-AGORA TO VALOR-MOV
               MOVE '802' TO COD-HIST
               MOVE SPACES TO DESC-MOV
               STRING 'DEPOSITO JUDICIAL ORDEM ' ID-ORDEM
                   DELIMITED BY SIZE INTO DESC-MOV
               END-STRING
               PERFORM POSTAR-MOVIMENTO
           END-IF.

       ABRIR-BLOQUEIOS-ORDEM.

           EXEC SQL
               DECLARE CURSOR_BLOQ_ORDEM CURSOR FOR
               SELECT B.ID_BLOQUEIO, C.AGENCIA, B.CONTA, B.VALOR
               FROM ORDENS_JUDICIAIS_BLOQ O
               INNER JOIN BLOQUEIOS_VALOR B
                  ON B.ID_BLOQUEIO = O.ID_BLOQUEIO
               INNER JOIN CONTAS C
                  ON C.CONTA = B.CONTA
               WHERE O.ID_ORDEM = :ID-ORDEM
                 AND B.SITUACAO = 'A'
               ORDER BY C.AGENCIA, B.CONTA, B.ID_BLOQUEIO
           END-EXEC.

           EXEC SQL
               OPEN CURSOR_BLOQ_ORDEM
           END-EXEC

           IF SQLCODE < 0
               PERFORM ABANDONAR-EXECUCAO
           ELSE
               MOVE 0 TO WS-SQLCODE-CONTA
           END-IF.

       FECHAR-BLOQUEIOS-ORDEM.

           IF WS-SQLCODE-CONTA < 0
               PERFORM ABANDONAR-EXECUCAO
           END-IF

           IF NOT WS-DEVE-PARAR
               EXEC SQL
                   CLOSE CURSOR_BLOQ_ORDEM
               END-EXEC
           END-IF.

       BAIXAR-BLOQUEIO.

      *    Released, never deleted - the same rule BLQ1 keeps, so
      *    the row with its release date answers the court later.
           EXEC SQL
               UPDATE BLOQUEIOS_VALOR
               SET SITUACAO = 'L',
                   DATA_LIBERACAO = CURRENT TIMESTAMP
               WHERE ID_BLOQUEIO = :ID-BLQ
           END-EXEC

           IF SQLCODE < 0
               PERFORM ABANDONAR-EXECUCAO
           ELSE
               PERFORM GRAVAR-AUDITORIA
           END-IF.

       ENCERRAR-ORDEM.

           EXEC SQL
               UPDATE ORDENS_JUDICIAIS
               SET SITUACAO         = :SITUACAO-ORD,
                   DATA_ATUALIZACAO = CURRENT DATE
               WHERE ID_ORDEM = :ID-ORDEM
           END-EXEC

           IF SQLCODE < 0
               PERFORM ABANDONAR-EXECUCAO
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
               PERFORM ABANDONAR-EXECUCAO
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
                       PERFORM ABANDONAR-EXECUCAO
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
                   PERFORM ABANDONAR-EXECUCAO
               END-IF
           END-IF

           IF NOT WS-DEVE-PARAR
               EXEC SQL
                   UPDATE CONTAS
                   SET SALDO = SALDO + :VALOR-MOV
                   WHERE CONTA = :CONTA-MOV
               END-EXEC

               IF SQLCODE < 0
                   PERFORM ABANDONAR-EXECUCAO
               END-IF
           END-IF.

       GRAVAR-AUDITORIA.

      *    Every hold placed or released here goes on the same
      *    CONTAS_AUDIT trail BLQ1 leaves - function 'J' - with
      *    operator 'BAT' so nobody mistakes it for a teller.
           EXEC SQL
               INSERT INTO CONTAS_AUDIT
                   (CONTA, FUNCAO, MOTIVO, OPERADOR, TERMINAL,
                    DATA_HORA)
               VALUES
                   (:CONTA-BLQ, 'J', '  ', 'BAT', 'BTCH',
                    CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE < 0
               PERFORM ABANDONAR-EXECUCAO
           END-IF.

       RESPONDER-CUMPRIDA.

           SET JR-CUMPRIDA TO TRUE
           PERFORM ESCREVER-RESPOSTA.

       RESPONDER-PARCIAL.

           SET JR-PARCIAL TO TRUE
           PERFORM ESCREVER-RESPOSTA.

       ESCREVER-RESPOSTA-CONTA.

      *    One line per account touched, with the amount attached,
      *    released or transferred there (in VALOR-MOV). The caller
      *    sets the outcome through the JR-CODIGO conditions, so it
      *    is carried across the clearing of the record.
           MOVE JR-CODIGO         TO WS-CODIGO-RESP
           MOVE SPACES            TO RESPOSTA-REC
           MOVE WS-CODIGO-RESP    TO JR-CODIGO
           MOVE 'DET'             TO JR-TIPO-REG
           MOVE ID-ORDEM          TO JR-ID-ORDEM
           MOVE WS-INSTRUCAO-RESP TO JR-INSTRUCAO
           MOVE DOCUMENTO-ORD     TO JR-DOCUMENTO
           MOVE AGENCIA-BLQ       TO JR-AGENCIA
           MOVE CONTA-BLQ         TO JR-CONTA
           MOVE VALOR-MOV         TO JR-VALOR

           WRITE RESPOSTA-REC
           ADD 1 TO WS-QTD-RESPOSTA
           ADD VALOR-MOV TO WS-HASH-RESPOSTA.

       ESCREVER-RESPOSTA.

      *    The closing line of an order: no account, the total the
      *    order got in this run (in VALOR-AGORA), and the outcome.
           MOVE VALOR-AGORA TO VALOR-MOV
           PERFORM ESCREVER-RESPOSTA-CONTA.

       ESCREVER-CABECALHO.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-CORR-X
           STRING WS-DATA-CORR-X(1:4) '-' WS-DATA-CORR-X(5:2)
                  '-' WS-DATA-CORR-X(7:2)
               DELIMITED BY SIZE INTO WS-DATA-GERACAO
           END-STRING

           MOVE SPACES          TO RESPOSTA-HEADER-REC
           MOVE 'HDR'           TO RH-TIPO-REG
           MOVE WS-DATA-GERACAO TO RH-DATA-GERACAO
           MOVE 'EXTR031'       TO RH-JOB-ID

           WRITE RESPOSTA-HEADER-REC.

       ESCREVER-TRAILER.

           MOVE SPACES           TO RESPOSTA-TRAILER-REC
           MOVE 'TRL'            TO RT-TIPO-REG
           MOVE WS-QTD-RESPOSTA  TO RT-QTD-DETALHE
           MOVE WS-HASH-RESPOSTA TO RT-HASH-VALOR

           WRITE RESPOSTA-TRAILER-REC.

       RECUSAR-ARQUIVO.

      *    A malformed order file is not a database failure: take
      *    back everything this run did, answer RC 8 and let the
      *    corrected file be run again from the top.
           EXEC SQL
               ROLLBACK
           END-EXEC

           MOVE 8 TO WS-RETURN-CODE
           SET WS-DEVE-PARAR TO TRUE.

       ABANDONAR-EXECUCAO.

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
                       (:ID-CTL, 'EXTR031', CURRENT DATE,
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
           MOVE WS-QTD-DET-LIDOS TO QTD-CTL

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

           DISPLAY 'EXTR031: ERRO DE ACESSO AO BANCO - SQLCODE = '
                   SQLCODE ' ORDEM = ' ID-ORDEM
           MOVE 16 TO WS-RETURN-CODE.
