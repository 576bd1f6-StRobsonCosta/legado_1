       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTR030.
       AUTHOR. EQUIPE-CONTAS-BATCH.
       DATE-WRITTEN. 15/10/2026.

      *================================================================*
      *  EXTR030                                                       *
      *  Annual income and balance statement (informe de              *
      *  rendimentos). Run once a year, after the turn of the year.   *
      *  The tax year comes on SYSIN (four digits); blank SYSIN means  *
      *  the year just ended. Accounts are grouped per customer        *
      *  through CONTAS.DOCUMENTO into CLIENTES, and for every         *
      *  account the statement shows the balance on 31/12 of the       *
      *  previous year and of the tax year - both from the EXTR020     *
      *  end-of-day snapshot on SALDOS_DIARIOS - and the 'JUROS        *
      *  CREDITO' EXTR005 paid during the tax year, summed over        *
      *  EXTRATOS and over EXTRATOS_ARQ where EXTR019 has already      *
      *  archived it. An account with no snapshot on either date and  *
      *  no interest in the year has nothing to declare and is left    *
      *  out; a customer left with no account is left out too.         *
      *                                                                *
      *  Outputs:                                                      *
      *    DD INFREND  - one printed statement per customer, each on   *
      *                  its own page, addressed from CLIENTES, for    *
      *                  customers on paper delivery.                  *
      *    DD EXTRELE  - the same figures, in the EXTRELE record       *
      *                  layout EXTR002 feeds the internet-banking     *
      *                  channel with (three records per account,      *
      *                  HDR/TRL framed), for customers whose open     *
      *                  accounts are all marked electronic            *
      *                  (CONTAS.PREF_ENTREGA 'E').                    *
      *    DD INFFISC  - the fixed-layout annual file the bank owes    *
      *                  the tax authority: header, one detail per     *
      *                  declared account, trailer with count and      *
      *                  total income - every customer, whatever the   *
      *                  delivery preference.                          *
      *  Trailers only go out on a clean end, so a run cut short      *
      *  leaves files nobody can take for complete. Without the       *
      *  31/12 snapshot of the tax year the run is refused (RC 8);    *
      *  without the previous year's one, or with declarable accounts  *
      *  not linked to a customer, it runs and ends RC 4.             *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE
               ASSIGN TO "INFREND"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ELEC-FILE
               ASSIGN TO "EXTRELE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FISCAL-FILE
               ASSIGN TO "INFFISC"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PRINT-FILE.
       01  PRINT-LINE                 PIC X(132).

      *    Same record layout as EXTR002's electronic statement
      *    feed, so the internet-banking load takes it unchanged.
       FD  ELEC-FILE.
       01  ELEC-REC.
           05 EL-CONTA                PIC X(10).
           05 EL-DATA                 PIC X(10).
           05 EL-DESC                 PIC X(100).
           05 EL-VALOR                PIC S9(9)V99.
           05 EL-SALDO                PIC S9(9)V99.
       01  ELEC-HEADER-REC.
           05 HE-TIPO-REG             PIC X(03).
           05 HE-DATA-GERACAO         PIC X(10).
           05 HE-JOB-ID               PIC X(08).
           05 FILLER                  PIC X(121).
       01  ELEC-TRAILER-REC.
           05 TE-TIPO-REG             PIC X(03).
           05 TE-QTD-DETALHE          PIC 9(09).
           05 TE-HASH-VALOR           PIC S9(13)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X(114).

       FD  FISCAL-FILE.
       01  FISCAL-REC.
           05 FD-TIPO-REG             PIC X(01).
           05 FD-DOCUMENTO            PIC X(14).
           05 FD-TIPO-PESSOA          PIC X(01).
           05 FD-NOME                 PIC X(40).
           05 FD-AGENCIA              PIC X(04).
           05 FD-CONTA                PIC X(10).
           05 FD-SALDO-ANTERIOR       PIC S9(13)V99
                                      SIGN LEADING SEPARATE.
           05 FD-SALDO-ATUAL          PIC S9(13)V99
                                      SIGN LEADING SEPARATE.
           05 FD-RENDIMENTO           PIC S9(13)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X(32).
       01  FISCAL-HEADER-REC.
           05 FH-TIPO-REG             PIC X(01).
           05 FH-CNPJ-DECLARANTE      PIC X(14).
           05 FH-BANCO                PIC X(03).
           05 FH-ANO-CALENDARIO       PIC 9(04).
           05 FH-DATA-GERACAO         PIC X(10).
           05 FILLER                  PIC X(118).
       01  FISCAL-TRAILER-REC.
           05 FT-TIPO-REG             PIC X(01).
           05 FT-QTD-DETALHE          PIC 9(09).
           05 FT-TOTAL-RENDIMENTO     PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X(122).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-SQLCODE-CLIENTE   PIC S9(8) COMP.
       01 WS-SQLCODE-CONTA     PIC S9(8) COMP.
       01 WS-RETURN-CODE       PIC S9(4) COMP VALUE 0.
       01 WS-CNPJ-BANCO        PIC X(14) VALUE '99999999000199'.
       01 WS-BANCO-PROPRIO     PIC X(03) VALUE '999'.
       01 WS-ANO-PARM          PIC X(04) VALUE SPACES.
           88 WS-ANO-ENCERRADO     VALUE SPACES.
       01 WS-ANO-BASE          PIC 9(04).
       01 WS-ANO-ANTERIOR      PIC 9(04).
       01 WS-QTD-CLIENTES      PIC S9(9) COMP VALUE 0.
       01 WS-QTD-PAPEL         PIC S9(9) COMP VALUE 0.
       01 WS-QTD-CLI-ELE       PIC S9(9) COMP VALUE 0.
       01 WS-QTD-CONTAS-INF    PIC S9(9) COMP VALUE 0.
       01 WS-QTD-IMPRESSAO     PIC S9(9) COMP VALUE 0.
       01 WS-QTD-ELETRONICO    PIC S9(9) COMP VALUE 0.
       01 WS-QTD-DET-ELE       PIC S9(9) COMP VALUE 0.
       01 WS-QTD-DET-FISCAL    PIC S9(9) COMP VALUE 0.
       01 WS-HASH-ELE          PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-TOTAL-FISCAL      PIC S9(15)V99 COMP-3 VALUE 0.
       01 WS-LINHAS-POR-PAGINA PIC S9(4) COMP VALUE 60.
       01 WS-PAGINAS-CHEIAS    PIC S9(9) COMP.
       01 WS-RESTO-PAGINA      PIC S9(4) COMP.
       01 WS-LINHAS-SALTO      PIC S9(4) COMP.
       01 WS-TOT-SALDO-ANT     PIC S9(13)V99.
       01 WS-TOT-SALDO-BASE    PIC S9(13)V99.
       01 WS-TOT-RENDIMENTO    PIC S9(13)V99.
       01 WS-DATA-GERACAO      PIC X(10).
       01 WS-DATA-CORR         PIC 9(08).
       01 WS-DATA-CORR-X REDEFINES WS-DATA-CORR
                               PIC X(08).

       01 WS-VALOR-ED          PIC -999999999.99.
       01 WS-TOTAL-ED          PIC -99999999999.99.

       EXEC SQL
          BEGIN DECLARE SECTION
       END-EXEC.
       01 :ANO-CORRENTE     PIC S9(9) COMP.
       01 :DATA-INI-BASE    PIC X(10).
       01 :DATA-FIM-BASE    PIC X(10).
       01 :DATA-FIM-ANT     PIC X(10).
       01 :QTD-FOTO         PIC S9(9) COMP.
       01 :QTD-SEM-CLIENTE  PIC S9(9) COMP.
       01 :DOCUMENTO-CLI    PIC X(14).
       01 :NOME-CLI         PIC X(40).
       01 :LOGRADOURO-CLI   PIC X(40).
       01 :CIDADE-CLI       PIC X(30).
       01 :UF-CLI           PIC X(02).
       01 :CEP-CLI          PIC X(08).
       01 :ENTREGA-CLI      PIC X(01).
       01 :AGENCIA-INF      PIC X(04).
       01 :CONTA-INF        PIC X(10).
       01 :SALDO-ANT-INF    DECIMAL(15,2).
       01 :SALDO-BASE-INF   DECIMAL(15,2).
       01 :JUROS-INF        DECIMAL(15,2).
       01 :ID-CTL           PIC S9(9) COMP.
       01 :RC-CTL           PIC S9(9) COMP.
       01 :QTD-CTL          PIC S9(9) COMP.
       EXEC SQL
          END DECLARE SECTION
       END-EXEC.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.

      *    A year on SYSIN reissues that year's statements - a
      *    customer's copy lost in the post, a corrected run; blank
      *    SYSIN is the normal February run for the year just ended.
           ACCEPT WS-ANO-PARM

           PERFORM GRAVAR-INICIO-CONTROLE

           IF WS-RETURN-CODE = 0
               PERFORM MONTAR-PERIODO
           END-IF

           IF WS-RETURN-CODE = 0
               PERFORM VERIFICAR-FOTOS
           END-IF

           OPEN OUTPUT PRINT-FILE
           OPEN OUTPUT ELEC-FILE
           OPEN OUTPUT FISCAL-FILE

           IF WS-RETURN-CODE < 8
               PERFORM VERIFICAR-CONTAS-SEM-CLIENTE
           END-IF

           IF WS-RETURN-CODE < 8
               PERFORM ESCREVER-CABECALHO-ELE
               PERFORM ESCREVER-CABECALHO-FISCAL
               PERFORM PROCESSAR-CLIENTES
           END-IF

           IF WS-RETURN-CODE < 8
               PERFORM ESCREVER-TRAILER-ELE
               PERFORM ESCREVER-TRAILER-FISCAL
           END-IF

           CLOSE PRINT-FILE
           CLOSE ELEC-FILE
           CLOSE FISCAL-FILE

           MOVE WS-TOTAL-FISCAL TO WS-TOTAL-ED
           DISPLAY 'EXTR030: ANO-CALENDARIO    = ' WS-ANO-BASE
           DISPLAY 'EXTR030: CLIENTES          = ' WS-QTD-CLIENTES
           DISPLAY 'EXTR030: INFORMES EM PAPEL = ' WS-QTD-PAPEL
           DISPLAY 'EXTR030: INFORMES ELETRON. = ' WS-QTD-CLI-ELE
           DISPLAY 'EXTR030: CONTAS INFORMADAS = ' WS-QTD-CONTAS-INF
           DISPLAY 'EXTR030: TOTAL RENDIMENTOS = ' WS-TOTAL-ED

           PERFORM GRAVAR-FIM-CONTROLE

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       MONTAR-PERIODO.

           EXEC SQL
               SELECT YEAR(CURRENT DATE)
               INTO :ANO-CORRENTE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE < 0
               PERFORM REPORTAR-ERRO-SQL
           ELSE
               EVALUATE TRUE
                   WHEN WS-ANO-ENCERRADO
                       COMPUTE WS-ANO-BASE = ANO-CORRENTE - 1
                   WHEN WS-ANO-PARM IS NOT NUMERIC
                       DISPLAY 'EXTR030: ANO INVALIDO NO SYSIN - '
                               WS-ANO-PARM
                       MOVE 8 TO WS-RETURN-CODE
                   WHEN OTHER
                       MOVE WS-ANO-PARM TO WS-ANO-BASE
               END-EVALUATE
           END-IF

      *    A year still running has no 31/12 balance to declare.
           IF WS-RETURN-CODE = 0
              AND WS-ANO-BASE NOT < ANO-CORRENTE
               DISPLAY 'EXTR030: ANO ' WS-ANO-BASE
                       ' AINDA NAO ENCERRADO - EXECUCAO RECUSADA'
               MOVE 8 TO WS-RETURN-CODE
           END-IF

           IF WS-RETURN-CODE = 0
               COMPUTE WS-ANO-ANTERIOR = WS-ANO-BASE - 1
               MOVE SPACES TO DATA-INI-BASE
               STRING WS-ANO-BASE '-01-01'
                   DELIMITED BY SIZE INTO DATA-INI-BASE
               END-STRING
               MOVE SPACES TO DATA-FIM-BASE
               STRING WS-ANO-BASE '-12-31'
                   DELIMITED BY SIZE INTO DATA-FIM-BASE
               END-STRING
               MOVE SPACES TO DATA-FIM-ANT
               STRING WS-ANO-ANTERIOR '-12-31'
                   DELIMITED BY SIZE INTO DATA-FIM-ANT
               END-STRING
           END-IF.

       VERIFICAR-FOTOS.

      *    The declared balance is the snapshot, not today's SALDO -
      *    without the tax year's 31/12 snapshot there is nothing to
      *    declare. A missing previous-year snapshot (the first year
      *    EXTR020 ran, say) only means that column prints zero.
           EXEC SQL
               SELECT COUNT(*)
               INTO :QTD-FOTO
               FROM SALDOS_DIARIOS
               WHERE DATA = DATE(:DATA-FIM-BASE)
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE < 0
                   PERFORM REPORTAR-ERRO-SQL
               WHEN QTD-FOTO = 0
                   DISPLAY 'EXTR030: SEM FOTO EXTR020 DE '
                           DATA-FIM-BASE ' - EXECUCAO RECUSADA'
                   MOVE 8 TO WS-RETURN-CODE
           END-EVALUATE

           IF WS-RETURN-CODE = 0
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :QTD-FOTO
                   FROM SALDOS_DIARIOS
                   WHERE DATA = DATE(:DATA-FIM-ANT)
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE < 0
                       PERFORM REPORTAR-ERRO-SQL
                   WHEN QTD-FOTO = 0
                       DISPLAY 'EXTR030: SEM FOTO EXTR020 DE '
                               DATA-FIM-ANT ' - SALDO ANTERIOR ZERADO'
                       MOVE 4 TO WS-RETURN-CODE
               END-EVALUATE
           END-IF.

       VERIFICAR-CONTAS-SEM-CLIENTE.

      *    An account never linked to a customer (CON1 'L' with the
      *    document) cannot be declared - nobody to declare it for.
      *    The run goes on, but the count goes to the log and RC 4
      *    sends the branch to link them and reissue.
           EXEC SQL
               SELECT COUNT(*)
               INTO :QTD-SEM-CLIENTE
               FROM CONTAS C
               WHERE NOT EXISTS
                     (SELECT 1 FROM CLIENTES CL
                      WHERE CL.DOCUMENTO = C.DOCUMENTO)
                 AND (EXISTS
                      (SELECT 1 FROM SALDOS_DIARIOS S
                       WHERE S.CONTA = C.CONTA
                         AND S.DATA IN (DATE(:DATA-FIM-ANT),
                                        DATE(:DATA-FIM-BASE)))
                      OR EXISTS
                      (SELECT 1 FROM EXTRATOS E
                       WHERE E.CONTA = C.CONTA
                         AND E.DESCRICAO = 'JUROS CREDITO'
                         AND E.DATA BETWEEN DATE(:DATA-INI-BASE)
                                        AND DATE(:DATA-FIM-BASE))
                      OR EXISTS
                      (SELECT 1 FROM EXTRATOS_ARQ A
                       WHERE A.CONTA = C.CONTA
                         AND A.DESCRICAO = 'JUROS CREDITO'
                         AND A.DATA BETWEEN DATE(:DATA-INI-BASE)
                                        AND DATE(:DATA-FIM-BASE)))
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE < 0
                   PERFORM REPORTAR-ERRO-SQL
               WHEN QTD-SEM-CLIENTE > 0
                   DISPLAY 'EXTR030: CONTAS SEM CLIENTE VINCULADO = '
                           QTD-SEM-CLIENTE ' - NAO INFORMADAS'
                   IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
           END-EVALUATE.

       PROCESSAR-CLIENTES.

      *    One customer per CLIENTES document holding at least one
      *    declarable account. Delivery is per customer: electronic
      *    only when the customer has open accounts and every one of
      *    them is marked 'E' - one paper account means the customer
      *    still reads paper, and a customer whose accounts are all
      *    closed gets the statement by post.
           EXEC SQL
               DECLARE CURSOR_CLIENTES CURSOR FOR
               SELECT CL.DOCUMENTO, CL.NOME,
                      COALESCE(CL.LOGRADOURO, ' '),
                      COALESCE(CL.CIDADE, ' '),
                      COALESCE(CL.UF, ' '),
                      COALESCE(CL.CEP, ' '),
                      CASE WHEN EXISTS
                                (SELECT 1 FROM CONTAS C2
                                 WHERE C2.DOCUMENTO = CL.DOCUMENTO
                                   AND C2.SITUACAO <> 'E'
                                   AND COALESCE(C2.PREF_ENTREGA, 'P')
                                       <> 'E')
                           THEN 'P'
                           WHEN EXISTS
                                (SELECT 1 FROM CONTAS C3
                                 WHERE C3.DOCUMENTO = CL.DOCUMENTO
                                   AND C3.SITUACAO <> 'E')
                           THEN 'E'
                           ELSE 'P' END
               FROM CLIENTES CL
               WHERE EXISTS
                     (SELECT 1 FROM CONTAS C
                      WHERE C.DOCUMENTO = CL.DOCUMENTO
                        AND (EXISTS
                             (SELECT 1 FROM SALDOS_DIARIOS S
                              WHERE S.CONTA = C.CONTA
                                AND S.DATA IN (DATE(:DATA-FIM-ANT),
                                               DATE(:DATA-FIM-BASE)))
                             OR EXISTS
                             (SELECT 1 FROM EXTRATOS E
                              WHERE E.CONTA = C.CONTA
                                AND E.DESCRICAO = 'JUROS CREDITO'
                                AND E.DATA
                                    BETWEEN DATE(:DATA-INI-BASE)
                                        AND DATE(:DATA-FIM-BASE))
                             OR EXISTS
                             (SELECT 1 FROM EXTRATOS_ARQ A
                              WHERE A.CONTA = C.CONTA
                                AND A.DESCRICAO = 'JUROS CREDITO'
                                AND A.DATA
                                    BETWEEN DATE(:DATA-INI-BASE)
                                        AND DATE(:DATA-FIM-BASE))))
               ORDER BY CL.DOCUMENTO
           END-EXEC.

           EXEC SQL
               OPEN CURSOR_CLIENTES
           END-EXEC

           IF SQLCODE < 0
               PERFORM REPORTAR-ERRO-SQL
           ELSE
               MOVE 0 TO WS-SQLCODE-CLIENTE

               PERFORM UNTIL WS-SQLCODE-CLIENTE NOT = 0
                          OR WS-RETURN-CODE > 4
                   EXEC SQL
                       FETCH CURSOR_CLIENTES
                           INTO :DOCUMENTO-CLI, :NOME-CLI,
                                :LOGRADOURO-CLI, :CIDADE-CLI,
                                :UF-CLI, :CEP-CLI, :ENTREGA-CLI
                   END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE-CLIENTE

                   IF WS-SQLCODE-CLIENTE = 0
                       PERFORM PROCESSAR-CLIENTE
                   END-IF
               END-PERFORM

               EXEC SQL
                   CLOSE CURSOR_CLIENTES
               END-EXEC

               IF WS-SQLCODE-CLIENTE < 0
                   PERFORM REPORTAR-ERRO-SQL
               END-IF
           END-IF.

       PROCESSAR-CLIENTE.

           ADD 1 TO WS-QTD-CLIENTES
           MOVE 0 TO WS-TOT-SALDO-ANT
           MOVE 0 TO WS-TOT-SALDO-BASE
           MOVE 0 TO WS-TOT-RENDIMENTO

           IF ENTREGA-CLI = 'E'
               ADD 1 TO WS-QTD-CLI-ELE
           ELSE
               ADD 1 TO WS-QTD-PAPEL
               PERFORM IMPRIMIR-CABECALHO-CLIENTE
           END-IF

      *    The interest is summed over the live table and the
      *    archive together: EXTR019 may already have moved part of
      *    the tax year out of EXTRATOS, and the customer is owed
      *    the whole year on the statement either way.
           EXEC SQL
               DECLARE CURSOR_CONTAS_CLI CURSOR FOR
               SELECT C.AGENCIA, C.CONTA,
                      COALESCE((SELECT S1.SALDO
                                FROM SALDOS_DIARIOS S1
                                WHERE S1.CONTA = C.CONTA
                                  AND S1.DATA = DATE(:DATA-FIM-ANT)),
                               0),
                      COALESCE((SELECT S2.SALDO
                                FROM SALDOS_DIARIOS S2
                                WHERE S2.CONTA = C.CONTA
                                  AND S2.DATA = DATE(:DATA-FIM-BASE)),
                               0),
                      COALESCE((SELECT SUM(E1.VALOR)
                                FROM EXTRATOS E1
                                WHERE E1.CONTA = C.CONTA
                                  AND E1.DESCRICAO = 'JUROS CREDITO'
                                  AND E1.DATA
                                      BETWEEN DATE(:DATA-INI-BASE)
                                          AND DATE(:DATA-FIM-BASE)),
                               0)
                    + COALESCE((SELECT SUM(A1.VALOR)
                                FROM EXTRATOS_ARQ A1
                                WHERE A1.CONTA = C.CONTA
                                  AND A1.DESCRICAO = 'JUROS CREDITO'
                                  AND A1.DATA
                                      BETWEEN DATE(:DATA-INI-BASE)
                                          AND DATE(:DATA-FIM-BASE)),
                               0)
               FROM CONTAS C
               WHERE C.DOCUMENTO = :DOCUMENTO-CLI
                 AND (EXISTS
                      (SELECT 1 FROM SALDOS_DIARIOS S
                       WHERE S.CONTA = C.CONTA
                         AND S.DATA IN (DATE(:DATA-FIM-ANT),
                                        DATE(:DATA-FIM-BASE)))
                      OR EXISTS
                      (SELECT 1 FROM EXTRATOS E
                       WHERE E.CONTA = C.CONTA
                         AND E.DESCRICAO = 'JUROS CREDITO'
                         AND E.DATA BETWEEN DATE(:DATA-INI-BASE)
                                        AND DATE(:DATA-FIM-BASE))
                      OR EXISTS
                      (SELECT 1 FROM EXTRATOS_ARQ A
                       WHERE A.CONTA = C.CONTA
                         AND A.DESCRICAO = 'JUROS CREDITO'
                         AND A.DATA BETWEEN DATE(:DATA-INI-BASE)
                                        AND DATE(:DATA-FIM-BASE)))
               ORDER BY C.AGENCIA, C.CONTA
           END-EXEC.

           EXEC SQL
               OPEN CURSOR_CONTAS_CLI
           END-EXEC

           IF SQLCODE < 0
               PERFORM REPORTAR-ERRO-SQL
           ELSE
               MOVE 0 TO WS-SQLCODE-CONTA

               PERFORM UNTIL WS-SQLCODE-CONTA NOT = 0
                   EXEC SQL
                       FETCH CURSOR_CONTAS_CLI
                           INTO :AGENCIA-INF, :CONTA-INF,
                                :SALDO-ANT-INF, :SALDO-BASE-INF,
                                :JUROS-INF
                   END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE-CONTA

                   IF WS-SQLCODE-CONTA = 0
                       PERFORM INFORMAR-CONTA
                   END-IF
               END-PERFORM

               EXEC SQL
                   CLOSE CURSOR_CONTAS_CLI
               END-EXEC

               IF WS-SQLCODE-CONTA < 0
                   PERFORM REPORTAR-ERRO-SQL
               END-IF
           END-IF

           IF ENTREGA-CLI NOT = 'E'
               PERFORM IMPRIMIR-TOTAL-CLIENTE
           END-IF.

       INFORMAR-CONTA.

           ADD 1 TO WS-QTD-CONTAS-INF
           ADD SALDO-ANT-INF  TO WS-TOT-SALDO-ANT
           ADD SALDO-BASE-INF TO WS-TOT-SALDO-BASE
           ADD JUROS-INF      TO WS-TOT-RENDIMENTO

           IF ENTREGA-CLI = 'E'
               PERFORM ESCREVER-CONTA-ELETRONICA
           ELSE
               PERFORM IMPRIMIR-LINHA-CONTA
           END-IF

           PERFORM ESCREVER-DETALHE-FISCAL.

       IMPRIMIR-CABECALHO-CLIENTE.

      *    Each statement starts on its own physical page with the
      *    address block where the window envelope shows it.
           PERFORM SALTAR-PAGINA

           MOVE SPACES TO PRINT-LINE
           MOVE NOME-CLI TO PRINT-LINE(1:40)
           PERFORM GRAVAR-LINHA-IMPRESSAO

           MOVE SPACES TO PRINT-LINE
           MOVE LOGRADOURO-CLI TO PRINT-LINE(1:40)
           PERFORM GRAVAR-LINHA-IMPRESSAO

           MOVE SPACES TO PRINT-LINE
           STRING CIDADE-CLI ' - ' UF-CLI
               DELIMITED BY SIZE INTO PRINT-LINE
           END-STRING
           PERFORM GRAVAR-LINHA-IMPRESSAO

           MOVE SPACES TO PRINT-LINE
           STRING 'CEP ' CEP-CLI(1:5) '-' CEP-CLI(6:3)
               DELIMITED BY SIZE INTO PRINT-LINE
           END-STRING
           PERFORM GRAVAR-LINHA-IMPRESSAO

           MOVE SPACES TO PRINT-LINE
           PERFORM GRAVAR-LINHA-IMPRESSAO
           PERFORM GRAVAR-LINHA-IMPRESSAO

           MOVE SPACES TO PRINT-LINE
           STRING 'INFORME DE RENDIMENTOS FINANCEIROS - '
                  'ANO-CALENDARIO ' WS-ANO-BASE
               DELIMITED BY SIZE INTO PRINT-LINE
           END-STRING
           PERFORM GRAVAR-LINHA-IMPRESSAO

           MOVE SPACES TO PRINT-LINE
           STRING 'CPF/CNPJ ' DOCUMENTO-CLI '   ' NOME-CLI
               DELIMITED BY SIZE INTO PRINT-LINE
           END-STRING
           PERFORM GRAVAR-LINHA-IMPRESSAO

           MOVE SPACES TO PRINT-LINE
           PERFORM GRAVAR-LINHA-IMPRESSAO

           MOVE SPACES TO PRINT-LINE
           STRING 'AGENCIA  CONTA          SALDO EM 31/12/'
                  WS-ANO-ANTERIOR '   SALDO EM 31/12/' WS-ANO-BASE
                  '   RENDIMENTOS NO ANO'
               DELIMITED BY SIZE INTO PRINT-LINE
           END-STRING
           PERFORM GRAVAR-LINHA-IMPRESSAO.

       IMPRIMIR-LINHA-CONTA.

           MOVE SPACES TO PRINT-LINE
           MOVE AGENCIA-INF TO PRINT-LINE(1:4)
           MOVE CONTA-INF TO PRINT-LINE(10:10)
           MOVE SALDO-ANT-INF TO WS-VALOR-ED
           MOVE WS-VALOR-ED TO PRINT-LINE(25:13)
           MOVE SALDO-BASE-INF TO WS-VALOR-ED
           MOVE WS-VALOR-ED TO PRINT-LINE(45:13)
           MOVE JUROS-INF TO WS-VALOR-ED
           MOVE WS-VALOR-ED TO PRINT-LINE(65:13)
           PERFORM GRAVAR-LINHA-IMPRESSAO.

       IMPRIMIR-TOTAL-CLIENTE.

           MOVE SPACES TO PRINT-LINE
           PERFORM GRAVAR-LINHA-IMPRESSAO

           MOVE SPACES TO PRINT-LINE
           MOVE 'TOTAL' TO PRINT-LINE(1:5)
           MOVE WS-TOT-SALDO-ANT TO WS-TOTAL-ED
           MOVE WS-TOTAL-ED TO PRINT-LINE(23:15)
           MOVE WS-TOT-SALDO-BASE TO WS-TOTAL-ED
           MOVE WS-TOTAL-ED TO PRINT-LINE(43:15)
           MOVE WS-TOT-RENDIMENTO TO WS-TOTAL-ED
           MOVE WS-TOTAL-ED TO PRINT-LINE(63:15)
           PERFORM GRAVAR-LINHA-IMPRESSAO

           MOVE SPACES TO PRINT-LINE
           PERFORM GRAVAR-LINHA-IMPRESSAO

           MOVE SPACES TO PRINT-LINE
           STRING 'RENDIMENTOS: JUROS CREDITADOS EM CONTA NO '
                  'ANO-CALENDARIO. SALDOS CONFORME POSICAO DE '
                  'FIM DE DIA EM 31/12.'
               DELIMITED BY SIZE INTO PRINT-LINE
           END-STRING
           PERFORM GRAVAR-LINHA-IMPRESSAO.

       GRAVAR-LINHA-IMPRESSAO.

           WRITE PRINT-LINE
           ADD 1 TO WS-QTD-IMPRESSAO.

       SALTAR-PAGINA.

      *    Same continuous form as the EXTR002 statements: the print
      *    room bursts it every WS-LINHAS-POR-PAGINA lines, so a
      *    statement that must start on its own page first pads the
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

           MOVE SPACES TO PRINT-LINE
           PERFORM GRAVAR-LINHA-IMPRESSAO.

       ESCREVER-CONTA-ELETRONICA.

      *    Three records per account, dated 31/12 of the tax year:
      *    the two year-end balances (in the balance column, no
      *    movement value) and the year's interest (as the value,
      *    with the closing balance beside it). The hash therefore
      *    adds up to the interest declared.
           MOVE CONTA-INF     TO EL-CONTA
           MOVE DATA-FIM-BASE TO EL-DATA
           MOVE SPACES        TO EL-DESC
           STRING 'INFORME DE RENDIMENTOS ' WS-ANO-BASE
                  ' - SALDO EM 31/12/' WS-ANO-ANTERIOR
               DELIMITED BY SIZE INTO EL-DESC
           END-STRING
           MOVE 0             TO EL-VALOR
           MOVE SALDO-ANT-INF TO EL-SALDO
           PERFORM GRAVAR-LINHA-ELETRONICA

           MOVE SPACES        TO EL-DESC
           STRING 'INFORME DE RENDIMENTOS ' WS-ANO-BASE
                  ' - SALDO EM 31/12/' WS-ANO-BASE
               DELIMITED BY SIZE INTO EL-DESC
           END-STRING
           MOVE 0              TO EL-VALOR
           MOVE SALDO-BASE-INF TO EL-SALDO
           PERFORM GRAVAR-LINHA-ELETRONICA

           MOVE SPACES        TO EL-DESC
           STRING 'INFORME DE RENDIMENTOS ' WS-ANO-BASE
                  ' - RENDIMENTOS (JUROS CREDITO)'
               DELIMITED BY SIZE INTO EL-DESC
           END-STRING
           MOVE JUROS-INF      TO EL-VALOR
           MOVE SALDO-BASE-INF TO EL-SALDO
           PERFORM GRAVAR-LINHA-ELETRONICA.

       GRAVAR-LINHA-ELETRONICA.

           WRITE ELEC-REC
           ADD 1 TO WS-QTD-ELETRONICO
           ADD 1 TO WS-QTD-DET-ELE
           ADD EL-VALOR TO WS-HASH-ELE.

       ESCREVER-CABECALHO-ELE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-CORR-X
           STRING WS-DATA-CORR-X(1:4) '-' WS-DATA-CORR-X(5:2)
                  '-' WS-DATA-CORR-X(7:2)
               DELIMITED BY SIZE INTO WS-DATA-GERACAO
           END-STRING

           MOVE SPACES          TO ELEC-HEADER-REC
           MOVE 'HDR'           TO HE-TIPO-REG
           MOVE WS-DATA-GERACAO TO HE-DATA-GERACAO
           MOVE 'EXTR030'       TO HE-JOB-ID

           WRITE ELEC-HEADER-REC
           ADD 1 TO WS-QTD-ELETRONICO.

       ESCREVER-TRAILER-ELE.

           MOVE SPACES         TO ELEC-TRAILER-REC
           MOVE 'TRL'          TO TE-TIPO-REG
           MOVE WS-QTD-DET-ELE TO TE-QTD-DETALHE
           MOVE WS-HASH-ELE    TO TE-HASH-VALOR

           WRITE ELEC-TRAILER-REC
           ADD 1 TO WS-QTD-ELETRONICO.

       ESCREVER-CABECALHO-FISCAL.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-CORR-X
           STRING WS-DATA-CORR-X(1:4) '-' WS-DATA-CORR-X(5:2)
                  '-' WS-DATA-CORR-X(7:2)
               DELIMITED BY SIZE INTO WS-DATA-GERACAO
           END-STRING

           MOVE SPACES           TO FISCAL-HEADER-REC
           MOVE '0'              TO FH-TIPO-REG
           MOVE WS-CNPJ-BANCO    TO FH-CNPJ-DECLARANTE
           MOVE WS-BANCO-PROPRIO TO FH-BANCO
           MOVE WS-ANO-BASE      TO FH-ANO-CALENDARIO
           MOVE WS-DATA-GERACAO  TO FH-DATA-GERACAO

           WRITE FISCAL-HEADER-REC.

       ESCREVER-DETALHE-FISCAL.

      *    A CNPJ fills all fourteen positions of the document, a
      *    CPF only eleven - the same test EXTR026 uses for the IOF
      *    rate.
           MOVE SPACES         TO FISCAL-REC
           MOVE '1'            TO FD-TIPO-REG
           MOVE DOCUMENTO-CLI  TO FD-DOCUMENTO
           IF DOCUMENTO-CLI(12:3) = SPACES
               MOVE 'F' TO FD-TIPO-PESSOA
           ELSE
               MOVE 'J' TO FD-TIPO-PESSOA
           END-IF
           MOVE NOME-CLI       TO FD-NOME
           MOVE AGENCIA-INF    TO FD-AGENCIA
           MOVE CONTA-INF      TO FD-CONTA
           MOVE SALDO-ANT-INF  TO FD-SALDO-ANTERIOR
           MOVE SALDO-BASE-INF TO FD-SALDO-ATUAL
           MOVE JUROS-INF      TO FD-RENDIMENTO

           WRITE FISCAL-REC
           ADD 1 TO WS-QTD-DET-FISCAL
           ADD JUROS-INF TO WS-TOTAL-FISCAL.

       ESCREVER-TRAILER-FISCAL.

           MOVE SPACES            TO FISCAL-TRAILER-REC
           MOVE '9'               TO FT-TIPO-REG
           MOVE WS-QTD-DET-FISCAL TO FT-QTD-DETALHE
           MOVE WS-TOTAL-FISCAL   TO FT-TOTAL-RENDIMENTO

           WRITE FISCAL-TRAILER-REC.

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
                       (:ID-CTL, 'EXTR030', CURRENT DATE,
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

           MOVE WS-RETURN-CODE  TO RC-CTL
           MOVE WS-QTD-CLIENTES TO QTD-CTL

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

           DISPLAY 'EXTR030: ERRO DE ACESSO AO BANCO - SQLCODE = '
                   SQLCODE ' DOCUMENTO = ' DOCUMENTO-CLI
           MOVE 16 TO WS-RETURN-CODE.
