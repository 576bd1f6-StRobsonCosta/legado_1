                BY ==WB-MOTIVO-BLOQ-NAO-EXISTE==
            ==CB-MOTIVO-JA-LIBERADO==
                BY ==WB-MOTIVO-JA-LIBERADO==
            ==CB-MOTIVO-BLOQUEIO-JUDICIAL==
                BY ==WB-MOTIVO-BLOQUEIO-JUDICIAL==
            ==CB-VALOR-BLOQUEADO==     BY ==WB-VALOR-BLOQUEADO==.

       EXEC SQL
       01 :ID-BLQ           PIC S9(9) COMP.
       01 :SIT-BLOQUEIO     PIC X(01).
       01 :TOTAL-BLOQUEADO  DECIMAL(15,2).
       01 :QTD-ORDEM-JUD    PIC S9(9) COMP.
       01 :FUNCAO-AUD       PIC X(01).
       01 :MOTIVO-AUD       PIC X(02).
       EXEC SQL
                   SET WB-STATUS-RECUSADO TO TRUE
                   SET WB-MOTIVO-JA-LIBERADO TO TRUE
               WHEN OTHER
                   PERFORM VERIFICAR-ORDEM-JUDICIAL
           END-EVALUATE

           IF WB-STATUS-OK
               PERFORM BAIXAR-BLOQUEIO
           END-IF.

       VERIFICAR-ORDEM-JUDICIAL.

      *    A hold EXTR031 placed for a court order is linked to the
      *    order on ORDENS_JUDICIAIS_BLOQ. Released from the counter
      *    it would free money the closure check (EXTR006) and the
      *    settlement (EXTR035) still count as attached, leave
      *    ORDENS_JUDICIAIS.VALOR_BLOQUEADO overstated and short the
      *    court on a later transfer instruction - only the court's
      *    own 'L' or 'T' instruction, through EXTR031, lets it go.
           EXEC SQL
               SELECT COUNT(*)
               INTO :QTD-ORDEM-JUD
               FROM ORDENS_JUDICIAIS_BLOQ
               WHERE ID_BLOQUEIO = :ID-BLQ
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE < 0
                   PERFORM REPORTAR-ERRO-SQL
               WHEN QTD-ORDEM-JUD > 0
                   SET WB-STATUS-RECUSADO TO TRUE
                   SET WB-MOTIVO-BLOQUEIO-JUDICIAL TO TRUE
           END-EVALUATE.

       BAIXAR-BLOQUEIO.
