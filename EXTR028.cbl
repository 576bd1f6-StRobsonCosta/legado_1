       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTR028.
       AUTHOR. EQUIPE-CONTAS-BATCH.
       DATE-WRITTEN. 15/10/2026.

      *================================================================*
      *  EXTR028                                                       *
      *  Outbound TED remittance. Every transfer TED1 (EXTR027)        *
      *  queued on TED_SAIDA and not yet sent (SITUACAO 'P') goes out  *
      *  on one clearing-house remittance file (DD TEDREM): an HDR     *
      *  record carrying our COMPE code and the remittance number, a   *
      *  DET record per transfer with the remitter (our branch,        *
      *  account, holder document and name) and the beneficiary        *
      *  (bank, branch, account, document, name) and the amount, and   *
      *  a TRL record with the detail count and the amount hash - the  *
      *  same completeness controls EXTR002 frames EXTRDW with. Each   *
      *  transfer written is marked sent (SITUACAO 'E', ID_REMESSA,    *
      *  DATA_ENVIO) in the same single unit of work, committed only   *
      *  after the TRL is out: a run that dies half way leaves no      *
      *  trailer - the clearing house refuses the file - and rolls     *
      *  the markings back, so the resubmit sends the same transfers   *
      *  again under a fresh remittance and none is sent twice or      *
      *  lost. The customer's money already left the account when     *
      *  TED1 posted the debit; this program moves no balances.        *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMESSA-FILE
               ASSIGN TO "TEDREM"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  REMESSA-FILE.
       01  REMESSA-REC.
           05 RM-TIPO-REG             PIC X(03).
           05 RM-ID-TED               PIC 9(09).
           05 RM-AGENCIA-ORIG         PIC X(04).
           05 RM-CONTA-ORIG           PIC X(10).
           05 RM-DOCUMENTO-ORIG       PIC X(14).
           05 RM-NOME-ORIG            PIC X(40).
           05 RM-BANCO-DEST           PIC X(03).
           05 RM-AGENCIA-DEST         PIC X(04).
           05 RM-CONTA-DEST           PIC X(13).
           05 RM-DOCUMENTO-DEST       PIC X(14).
           05 RM-NOME-DEST            PIC X(40).
           05 RM-VALOR                PIC S9(9)V99.
           05 FILLER                  PIC X(05).
       01  REMESSA-HEADER-REC.
           05 RH-TIPO-REG             PIC X(03).
           05 RH-DATA-GERACAO         PIC X(10).
           05 RH-JOB-ID               PIC X(08).
           05 RH-BANCO-ORIGEM         PIC X(03).
           05 RH-ID-REMESSA           PIC 9(09).
           05 FILLER                  PIC X(137).
       01  REMESSA-TRAILER-REC.
           05 RT-TIPO-REG             PIC X(03).
           05 RT-QTD-DETALHE          PIC 9(09).
           05 RT-HASH-VALOR           PIC S9(13)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X(142).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-SQLCODE-TED       PIC S9(8) COMP.
       01 WS-RETURN-CODE       PIC S9(4) COMP VALUE 0.
       01 WS-PARAR             PIC X(01) VALUE 'N'.
           88 WS-DEVE-PARAR        VALUE 'S'.
       01 WS-BANCO-PROPRIO     PIC X(03) VALUE '999'.
       01 WS-QTD-DETALHE       PIC S9(9) COMP VALUE 0.
       01 WS-HASH-VALOR        PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-TOTAL-ED          PIC -99999999999.99.
       01 WS-DATA-GERACAO      PIC X(10).
       01 WS-DATA-CORR         PIC 9(08).
       01 WS-DATA-CORR-X REDEFINES WS-DATA-CORR
                               PIC X(08).

       EXEC SQL
          BEGIN DECLARE SECTION
       END-EXEC.
       01 :ID-REMESSA       PIC S9(9) COMP.
       01 :ID-TED           PIC S9(9) COMP.
       01 :CONTA-TED        PIC X(10).
       01 :AGENCIA-TED      PIC X(04).
       01 :DOCUMENTO-TED    PIC X(14).
       01 :TITULAR-TED      PIC X(40).
       01 :BANCO-DEST       PIC X(03).
       01 :AGENCIA-DEST     PIC X(04).
       01 :CONTA-DEST       PIC X(13).
       01 :DOCUMENTO-BENEF  PIC X(14).
       01 :NOME-BENEF       PIC X(40).
       01 :VALOR-TED        DECIMAL(15,2).
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
               PERFORM NUMERAR-REMESSA
           END-IF

           OPEN OUTPUT REMESSA-FILE

           IF WS-RETURN-CODE = 0
               PERFORM ESCREVER-CABECALHO
               PERFORM ENVIAR-PENDENTES
           END-IF

      *    The TRL only goes out, and the markings are only
      *    committed, when every pending transfer made it onto the
      *    file - a file without its trailer is refused on arrival.
           IF WS-RETURN-CODE = 0
               PERFORM ESCREVER-TRAILER
               EXEC SQL
                   COMMIT
               END-EXEC
               IF SQLCODE < 0
                   PERFORM ABANDONAR-REMESSA
               END-IF
           END-IF

           CLOSE REMESSA-FILE

           MOVE WS-HASH-VALOR TO WS-TOTAL-ED
           DISPLAY 'EXTR028: REMESSA          = ' ID-REMESSA
           DISPLAY 'EXTR028: TEDS ENVIADAS    = ' WS-QTD-DETALHE
           DISPLAY 'EXTR028: VALOR TOTAL      = ' WS-TOTAL-ED

           PERFORM GRAVAR-FIM-CONTROLE

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       NUMERAR-REMESSA.

      *    Remittance numbers run on from the last one ever sent,
      *    so the clearing house sees a strictly increasing series
      *    and a resubmitted run never reuses the number of a file
      *    it already accepted.
           EXEC SQL
               SELECT COALESCE(MAX(ID_REMESSA), 0) + 1
               INTO :ID-REMESSA
               FROM TED_SAIDA
           END-EXEC

           IF SQLCODE < 0
               PERFORM REPORTAR-ERRO-SQL
           END-IF.

       ENVIAR-PENDENTES.

      *    A transfer TED1 queues while this cursor is open is simply
      *    not in it - it stays 'P' and rides the next remittance.
      *    The remitter's name and document come from CONTAS, the
      *    same holder data the statement prints.
           EXEC SQL
               DECLARE CURSOR_TED CURSOR FOR
               SELECT T.ID_TED, T.CONTA, C.AGENCIA,
                      COALESCE(C.DOCUMENTO, ' '), C.TITULAR,
                      T.BANCO_DEST, T.AGENCIA_DEST, T.CONTA_DEST,
                      T.DOCUMENTO_BENEF, T.NOME_BENEF, T.VALOR
               FROM TED_SAIDA T
               INNER JOIN CONTAS C
                  ON C.CONTA = T.CONTA
               WHERE T.SITUACAO = 'P'
               ORDER BY T.ID_TED
           END-EXEC.

           EXEC SQL
               OPEN CURSOR_TED
           END-EXEC

           IF SQLCODE < 0
               PERFORM REPORTAR-ERRO-SQL
           ELSE
               MOVE 0 TO WS-SQLCODE-TED

               PERFORM UNTIL WS-SQLCODE-TED NOT = 0
                          OR WS-DEVE-PARAR
                   EXEC SQL
                       FETCH CURSOR_TED
                           INTO :ID-TED, :CONTA-TED, :AGENCIA-TED,
                                :DOCUMENTO-TED, :TITULAR-TED,
                                :BANCO-DEST, :AGENCIA-DEST,
                                :CONTA-DEST, :DOCUMENTO-BENEF,
                                :NOME-BENEF, :VALOR-TED
                   END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE-TED

                   IF WS-SQLCODE-TED = 0
                       PERFORM ENVIAR-TED
                   END-IF
               END-PERFORM

               IF WS-SQLCODE-TED < 0
                   PERFORM ABANDONAR-REMESSA
               END-IF

               IF NOT WS-DEVE-PARAR
                   EXEC SQL
                       CLOSE CURSOR_TED
                   END-EXEC
               END-IF
           END-IF.

       ENVIAR-TED.

           PERFORM ESCREVER-DETALHE

           EXEC SQL
               UPDATE TED_SAIDA
               SET SITUACAO   = 'E',
                   ID_REMESSA = :ID-REMESSA,
                   DATA_ENVIO = CURRENT DATE
               WHERE ID_TED = :ID-TED
                 AND SITUACAO = 'P'
           END-EXEC

           IF SQLCODE < 0
               PERFORM ABANDONAR-REMESSA
           END-IF.

       ESCREVER-CABECALHO.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-CORR-X
           STRING WS-DATA-CORR-X(1:4) '-' WS-DATA-CORR-X(5:2)
                  '-' WS-DATA-CORR-X(7:2)
               DELIMITED BY SIZE INTO WS-DATA-GERACAO
           END-STRING

           MOVE SPACES           TO REMESSA-HEADER-REC
           MOVE 'HDR'            TO RH-TIPO-REG
           MOVE WS-DATA-GERACAO  TO RH-DATA-GERACAO
           MOVE 'EXTR028'        TO RH-JOB-ID
           MOVE WS-BANCO-PROPRIO TO RH-BANCO-ORIGEM
           MOVE ID-REMESSA       TO RH-ID-REMESSA

           WRITE REMESSA-HEADER-REC.

       ESCREVER-DETALHE.

           MOVE SPACES          TO REMESSA-REC
           MOVE 'DET'           TO RM-TIPO-REG
           MOVE ID-TED          TO RM-ID-TED
           MOVE AGENCIA-TED     TO RM-AGENCIA-ORIG
           MOVE CONTA-TED       TO RM-CONTA-ORIG
           MOVE DOCUMENTO-TED   TO RM-DOCUMENTO-ORIG
           MOVE TITULAR-TED     TO RM-NOME-ORIG
           MOVE BANCO-DEST      TO RM-BANCO-DEST
           MOVE AGENCIA-DEST    TO RM-AGENCIA-DEST
           MOVE CONTA-DEST      TO RM-CONTA-DEST
           MOVE DOCUMENTO-BENEF TO RM-DOCUMENTO-DEST
           MOVE NOME-BENEF      TO RM-NOME-DEST
           MOVE VALOR-TED       TO RM-VALOR

           WRITE REMESSA-REC
           ADD 1 TO WS-QTD-DETALHE
           ADD VALOR-TED TO WS-HASH-VALOR.

       ESCREVER-TRAILER.

           MOVE SPACES          TO REMESSA-TRAILER-REC
           MOVE 'TRL'           TO RT-TIPO-REG
           MOVE WS-QTD-DETALHE  TO RT-QTD-DETALHE
           MOVE WS-HASH-VALOR   TO RT-HASH-VALOR

           WRITE REMESSA-TRAILER-REC.

       ABANDONAR-REMESSA.

      *    Nothing is marked sent unless the whole file went out:
      *    roll every marking back and stop, leaving the file
      *    without its TRL so nobody can mistake it for complete.
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
                       (:ID-CTL, 'EXTR028', CURRENT DATE,
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

           DISPLAY 'EXTR028: ERRO DE ACESSO AO BANCO - SQLCODE = '
                   SQLCODE ' TED = ' ID-TED
           MOVE 16 TO WS-RETURN-CODE.
