       01 :CONTA-MOV        PIC X(10).
       01 :DATA-MOV         PIC X(10).
       01 :DESC-MOV         PIC X(100).
       01 :COD-HIST         PIC X(03).
       01 :VALOR-MOV        DECIMAL(15,2).
       01 :SEQ-MOV          PIC S9(9) COMP.
       01 :SITUACAO-MOV     PIC X(01).

           MOVE MV-DESC  TO DESC-MOV
           MOVE MV-VALOR TO VALOR-MOV
           IF VALOR-MOV > 0
               MOVE '201' TO COD-HIST
           ELSE
               MOVE '202' TO COD-HIST
           END-IF

           PERFORM LER-PROXIMO-SEQ


           COMPUTE SALDO-APOS-MOV = SALDO-ANTERIOR + VALOR-MOV

      *    COD_HISTORICO says which program posted the line and what
      *    it is. DATA_CONTABIL is the day it hit CONTAS.SALDO -
      *    today, even when the channel dates the movement earlier -
      *    and is what EXTR034 takes the day's ledger movement by.
           EXEC SQL
               INSERT INTO EXTRATOS
                   (CONTA, DATA, DESCRICAO, VALOR, SEQ_EXTRATO,
                    SALDO_APOS, COD_HISTORICO, DATA_CONTABIL)
               VALUES
                   (:CONTA-MOV, DATE(:DATA-MOV), :DESC-MOV,
                    :VALOR-MOV, :SEQ-MOV, :SALDO-APOS-MOV,
                    :COD-HIST, CURRENT DATE)
           END-EXEC

           IF SQLCODE < 0
