      *  month and never pays anyone twice. An order whose account    *
      *  is blocked or closed, or whose debit would take the          *
      *  available balance (SALDO minus active holds) past the         *
      *  overdraft limit, is skipped and counted, and the customer     *
      *  is queued a notice on AVISOS_FILA - 'OS' no funds, 'OB'       *
      *  account not active - carrying the order, which EXTR036        *
      *  turns into a letter or an electronic message. One-off         *
      *  orders are marked executed; a recurring order past its end    *
      *  date simply stops being selected.                             *
      *================================================================*

       ENVIRONMENT DIVISION.
       01 :LIMITE-ORD       DECIMAL(15,2).
       01 :TOTAL-BLOQUEADO  DECIMAL(15,2).
       01 :QTD-JA-EXECUTADA PIC S9(9) COMP.
       01 :ID-AVISO         PIC S9(9) COMP.
       01 :TIPO-AVISO       PIC X(02).
       01 :VALOR-MOV        DECIMAL(15,2).
       01 :SEQ-MOV          PIC S9(9) COMP.
       01 :SALDO-ANTERIOR   DECIMAL(15,2).
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN SITUACAO-ORD = 'X'
                       ADD 1 TO WS-QTD-CONTA-IRREG
                   WHEN SITUACAO-ORD NOT = 'A'
                       ADD 1 TO WS-QTD-CONTA-IRREG
                       MOVE 'OB' TO TIPO-AVISO
                       PERFORM AVISAR-ORDEM-NAO-PAGA
                   WHEN SALDO-ORD - TOTAL-BLOQUEADO - VALOR-ORD
                        < 0 - LIMITE-ORD
                       ADD 1 TO WS-QTD-SEM-SALDO
                       MOVE 'OS' TO TIPO-AVISO
                       PERFORM AVISAR-ORDEM-NAO-PAGA
                   WHEN OTHER
                       PERFORM POSTAR-ORDEM
               END-EVALUATE
           END-IF.

       AVISAR-ORDEM-NAO-PAGA.

      *    The customer hears that the order was not paid and why.
      *    An account missing from CONTAS has nobody to tell. A
      *    rerun skipping the same order queues it again; EXTR036
      *    sends one notice per order within its interval.
           EXEC SQL
               SELECT COALESCE(MAX(ID_AVISO), 0) + 1
               INTO :ID-AVISO
               FROM AVISOS_FILA
           END-EXEC

           IF SQLCODE < 0
               PERFORM ABANDONAR-ORDEM
           ELSE
               EXEC SQL
                   INSERT INTO AVISOS_FILA
                       (ID_AVISO, CONTA, TIPO_AVISO, ID_REFERENCIA,
                        VALOR, ORIGEM, DATA_EVENTO, SITUACAO,
                        DATA_HORA_REG)
                   VALUES
                       (:ID-AVISO, :CONTA-ORD, :TIPO-AVISO, :ID-ORD,
                        :VALOR-ORD, 'EXTR017', CURRENT DATE, 'P',
                        CURRENT TIMESTAMP)
               END-EXEC

               IF SQLCODE < 0
                   PERFORM ABANDONAR-ORDEM
               END-IF
           END-IF

           IF NOT WS-DEVE-PARAR
               EXEC SQL
                   COMMIT
               END-EXEC
               IF SQLCODE < 0
                   PERFORM ABANDONAR-ORDEM
               END-IF
           END-IF.

       LER-CONTA-ORDEM.

      *    The authorization is the same line EXTR007 and TRF1

           COMPUTE SALDO-APOS-MOV = SALDO-ANTERIOR + VALOR-MOV

      *    COD_HISTORICO says which program posted the line and what
      *    it is, DATA_CONTABIL the day it hit CONTAS.SALDO - the
      *    two keys EXTR034 summarizes the day into the ledger by.
           EXEC SQL
               INSERT INTO EXTRATOS
                   (CONTA, DATA, DESCRICAO, VALOR, SEQ_EXTRATO,
                    SALDO_APOS, COD_HISTORICO, DATA_CONTABIL)
               VALUES
                   (:CONTA-ORD, CURRENT DATE, :DESC-ORD,
                    :VALOR-MOV, :SEQ-MOV, :SALDO-APOS-MOV,
                    '501', CURRENT DATE)
           END-EXEC

           IF SQLCODE < 0
