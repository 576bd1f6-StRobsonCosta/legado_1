      *  gives the month-end summary. An account back inside its       *
      *  limit is retired from the tracking table so tomorrow's        *
      *  count of days starts fresh if it slips out again.             *
      *  Every account found beyond its limit also goes on the         *
      *  customer notice queue AVISOS_FILA (type 'LE', with the        *
      *  excess), in the same unit of work as the tracking row;        *
      *  EXTR036 tells the customer and keeps the reminders down to    *
      *  one per configured interval.                                  *
      *================================================================*

       ENVIRONMENT DIVISION.
       01 :LIMITE-OUT       DECIMAL(15,2).
       01 :EXCESSO-OUT      DECIMAL(15,2).
       01 :DIAS-ALEM        PIC S9(9) COMP.
       01 :ID-AVISO         PIC S9(9) COMP.
       01 :ID-CTL           PIC S9(9) COMP.
       01 :RC-CTL           PIC S9(9) COMP.
       01 :QTD-CTL          PIC S9(9) COMP.

           IF SQLCODE < 0
               PERFORM REPORTAR-ERRO-SQL
           ELSE
               PERFORM ENFILEIRAR-AVISO
           END-IF.

       ENFILEIRAR-AVISO.

      *    Queued every day the account is seen beyond its limit;
      *    whether the customer hears about it again today is
      *    EXTR036's decision, not this run's.
           EXEC SQL
               SELECT COALESCE(MAX(ID_AVISO), 0) + 1
               INTO :ID-AVISO
               FROM AVISOS_FILA
           END-EXEC

           IF SQLCODE < 0
               PERFORM REPORTAR-ERRO-SQL
           ELSE
               EXEC SQL
                   INSERT INTO AVISOS_FILA
                       (ID_AVISO, CONTA, TIPO_AVISO, ID_REFERENCIA,
                        VALOR, ORIGEM, DATA_EVENTO, SITUACAO,
                        DATA_HORA_REG)
                   VALUES
                       (:ID-AVISO, :CONTA-BATCH, 'LE', 0,
                        :EXCESSO-OUT, 'EXTR014', CURRENT DATE, 'P',
                        CURRENT TIMESTAMP)
               END-EXEC

               IF SQLCODE < 0
                   PERFORM REPORTAR-ERRO-SQL
               END-IF
           END-IF.

       RELATAR-EXCESSOS.
