       01 :JUROS-MOV        DECIMAL(15,2).
       01 :VALOR-MOV        DECIMAL(15,2).
       01 :DESC-MOV         PIC X(100).
       01 :COD-HIST         PIC X(03).
       01 :SEQ-MOV          PIC S9(9) COMP.
       01 :QTD-JA-POSTADA   PIC S9(9) COMP.
       01 :SALDO-ANTERIOR   DECIMAL(15,2).
           IF NOT WS-DEVE-PARAR
               COMPUTE VALOR-MOV = 0 - WS-TARIFA
               MOVE 'TARIFA MANUTENCAO' TO DESC-MOV
               MOVE '101' TO COD-HIST
               PERFORM INSERIR-MOVIMENTO
           END-IF

               ADD 1 TO SEQ-MOV
               MOVE WS-JUROS TO VALOR-MOV
               MOVE 'JUROS CREDITO' TO DESC-MOV
               MOVE '102' TO COD-HIST
               PERFORM INSERIR-MOVIMENTO
           END-IF


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
