       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTR036.
       AUTHOR. EQUIPE-CONTAS-BATCH.
       DATE-WRITTEN. 15/10/2026.

      *================================================================*
      *  EXTR036                                                       *
      *  Daily customer notice run. The batch programs that find       *
      *  something the customer should be told queue it on             *
      *  AVISOS_FILA (SITUACAO 'P'), one row per event:                *
      *    'LE' account beyond its overdraft limit   (EXTR014)         *
      *    'OS' payment order not paid - no funds    (EXTR017)         *
      *    'OB' payment order not paid - account     (EXTR017)         *
      *         not active                                             *
      *    'DO' account marked dormant               (EXTR023)         *
      *  This run takes every pending notice and tells the customer:   *
      *  a letter (DD AVISCART) addressed from CLIENTES, or - for an   *
      *  account on electronic delivery (CONTAS.PREF_ENTREGA 'E',      *
      *  the preference the statements already follow) - a record on   *
      *  the SMS/e-mail feed (DD AVISELE) the internet-banking         *
      *  channel sends from the contacts it holds, framed by the same  *
      *  HDR/TRL completeness controls as EXTRELE.                     *
      *  The same notice is not sent twice inside its interval: a      *
      *  notice of the same type, for the same account and the same    *
      *  order, already sent within DIAS_INTERVALO days is marked      *
      *  suppressed ('S') instead. The interval is kept per type on    *
      *  AVISOS_REGRA; a type with no row runs on the defaults below,  *
      *  and an interval of zero sends every event. A notice for an    *
      *  account closed or gone since is discarded ('X').              *
      *  Every notice handled is listed for the branches on DD         *
      *  AVISREL - sent by letter or electronically, suppressed with   *
      *  the date the customer was last told, or discarded - grouped   *
      *  by branch with subtotals, so the branch knows who has         *
      *  already been contacted. The run is one unit of work: an SQL   *
      *  error rolls it all back (RC 16) and leaves the AVISELE        *
      *  trailer off, and the resubmit sends everything again; a       *
      *  letter with no CLIENTES address goes to the branch and the    *
      *  run ends RC 4.                                                *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARTA-FILE
               ASSIGN TO "AVISCART"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ELEC-FILE
               ASSIGN TO "AVISELE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE
               ASSIGN TO "AVISREL"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CARTA-FILE.
       01  CARTA-LINE                 PIC X(132).

      *    One record per notice for the electronic channel: the
      *    account and the holder's document it finds the contacts
      *    by, the notice type, the event date and amount, and the
      *    two lines of text the letter would have printed.
       FD  ELEC-FILE.
       01  ELEC-REC.
           05 AV-CONTA                PIC X(10).
           05 AV-DOCUMENTO            PIC X(14).
           05 AV-TIPO-AVISO           PIC X(02).
           05 AV-DATA-EVENTO          PIC X(10).
           05 AV-VALOR                PIC S9(9)V99.
           05 AV-TEXTO-1              PIC X(100).
           05 AV-TEXTO-2              PIC X(100).
       01  ELEC-HEADER-REC.
           05 HA-TIPO-REG             PIC X(03).
           05 HA-DATA-GERACAO         PIC X(10).
           05 HA-JOB-ID               PIC X(08).
           05 FILLER                  PIC X(226).
       01  ELEC-TRAILER-REC.
           05 TA-TIPO-REG             PIC X(03).
           05 TA-QTD-DETALHE          PIC 9(09).
           05 TA-HASH-VALOR           PIC S9(13)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X(219).

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-SQLCODE-FETCH     PIC S9(8) COMP.
       01 WS-RETURN-CODE       PIC S9(4) COMP VALUE 0.
       01 WS-PARAR             PIC X(01) VALUE 'N'.
           88 WS-DEVE-PARAR        VALUE 'S'.
       01 WS-RESULTADO         PIC X(01).
           88 WS-ENVIADO-CARTA     VALUE 'C'.
           88 WS-ENVIADO-ELETR     VALUE 'E'.
           88 WS-SUPRIMIDO         VALUE 'S'.
           88 WS-DESCARTADO        VALUE 'X'.

      *    Interval defaults, in days - what each notice type runs on
      *    when the business has not put an AVISOS_REGRA row of its
      *    own in place. An order notice is per order, so a monthly
      *    order skipped again next month is told again.
       01 WS-DIAS-LE           PIC S9(4) COMP VALUE 7.
       01 WS-DIAS-OS           PIC S9(4) COMP VALUE 20.
       01 WS-DIAS-OB           PIC S9(4) COMP VALUE 20.
       01 WS-DIAS-DO           PIC S9(4) COMP VALUE 30.

       01 WS-AGENCIA-ANTERIOR  PIC X(04).
       01 WS-TEM-AGENCIA       PIC X(01) VALUE 'N'.
           88 WS-AGENCIA-EM-CURSO  VALUE 'S'.
       01 WS-AGE-CARTAS        PIC S9(9) COMP VALUE 0.
       01 WS-AGE-ELETR         PIC S9(9) COMP VALUE 0.
       01 WS-AGE-SUPRIMIDOS    PIC S9(9) COMP VALUE 0.
       01 WS-AGE-DESCARTADOS   PIC S9(9) COMP VALUE 0.
       01 WS-GER-CARTAS        PIC S9(9) COMP VALUE 0.
       01 WS-GER-ELETR         PIC S9(9) COMP VALUE 0.
       01 WS-GER-SUPRIMIDOS    PIC S9(9) COMP VALUE 0.
       01 WS-GER-DESCARTADOS   PIC S9(9) COMP VALUE 0.
       01 WS-QTD-SEM-ENDERECO  PIC S9(9) COMP VALUE 0.
       01 WS-QTD-ENVIADOS      PIC S9(9) COMP VALUE 0.

       01 WS-QTD-ELE           PIC S9(9) COMP VALUE 0.
       01 WS-HASH-ELE          PIC S9(13)V99 VALUE 0.
       01 WS-JOB-ID            PIC X(08) VALUE 'EXTR036'.
       01 WS-DATA-GERACAO      PIC X(10).
       01 WS-DATA-CORR         PIC 9(08).
       01 WS-DATA-CORR-X REDEFINES WS-DATA-CORR
                               PIC X(08).

       01 WS-QTD-IMPRESSAO     PIC S9(9) COMP VALUE 0.
       01 WS-LINHAS-POR-PAGINA PIC S9(4) COMP VALUE 60.
       01 WS-PAGINAS-CHEIAS    PIC S9(9) COMP.
       01 WS-RESTO-PAGINA      PIC S9(4) COMP.
       01 WS-LINHAS-SALTO      PIC S9(4) COMP.

       01 WS-TITULO-AVISO      PIC X(30).
       01 WS-TEXTO-1           PIC X(100).
       01 WS-TEXTO-2           PIC X(100).

       01 WS-QTD-ED            PIC ZZZZZZZZ9.
       01 WS-ORDEM-ED          PIC ZZZZZZZZ9.
       01 WS-VALOR-ED          PIC ZZZZZZZZ9.99.

       EXEC SQL
          BEGIN DECLARE SECTION
       END-EXEC.
       01 :ID-AVISO         PIC S9(9) COMP.
       01 :CONTA-AVI        PIC X(10).
       01 :TIPO-AVISO       PIC X(02).
       01 :ID-REFERENCIA    PIC S9(9) COMP.
       01 :VALOR-AVI        DECIMAL(15,2).
       01 :DATA-EVENTO      PIC X(10).
       01 :AGENCIA-AVI      PIC X(04).
       01 :SITUACAO-CTA     PIC X(01).
       01 :TITULAR-AVI      PIC X(40).
       01 :DOCUMENTO-AVI    PIC X(14).
       01 :ENTREGA-AVI      PIC X(01).
       01 :LOGRADOURO-CLI   PIC X(40).
       01 :CIDADE-CLI       PIC X(30).
       01 :UF-CLI           PIC X(02).
       01 :CEP-CLI          PIC X(08).
       01 :DIAS-INTERVALO   PIC S9(9) COMP.
       01 :ULTIMO-ENVIO     PIC X(10).
       01 :SITUACAO-AVI     PIC X(01).
       01 :CANAL-AVI        PIC X(01).
       01 :TIPO-PARM        PIC X(02).
       01 :DIAS-PARM        PIC S9(4) COMP.
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
               PERFORM CARREGAR-REGRAS
           END-IF

           OPEN OUTPUT CARTA-FILE
           OPEN OUTPUT ELEC-FILE
           OPEN OUTPUT REPORT-FILE

           IF WS-RETURN-CODE = 0
               PERFORM ESCREVER-CABECALHOS
               PERFORM PROCESSAR-AVISOS
           END-IF

           IF WS-RETURN-CODE = 0
               IF WS-AGENCIA-EM-CURSO
                   PERFORM ESCREVER-SUBTOTAL-AGENCIA
               END-IF
               PERFORM ESCREVER-TOTAL-GERAL
           END-IF

      *    The notices are marked sent only together with the files
      *    that carry them, and the trailer only goes out once they
      *    are - a run cut short leaves everything 'P' and a feed
      *    nobody can take for complete.
           IF WS-RETURN-CODE = 0
               EXEC SQL
                   COMMIT
               END-EXEC
               IF SQLCODE < 0
                   PERFORM REPORTAR-ERRO-SQL
               ELSE
                   PERFORM ESCREVER-TRAILER-ELETRONICO
               END-IF
           END-IF

           IF WS-RETURN-CODE = 0 AND WS-QTD-SEM-ENDERECO > 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF

           CLOSE CARTA-FILE
           CLOSE ELEC-FILE
           CLOSE REPORT-FILE

           DISPLAY 'EXTR036: AVISOS POR CARTA     = ' WS-GER-CARTAS
           DISPLAY 'EXTR036: AVISOS ELETRONICOS   = ' WS-GER-ELETR
           DISPLAY 'EXTR036: SUPRIMIDOS (REPETIC) = '
                   WS-GER-SUPRIMIDOS
           DISPLAY 'EXTR036: DESCARTADOS          = '
                   WS-GER-DESCARTADOS
           DISPLAY 'EXTR036: CARTAS SEM ENDERECO  = '
                   WS-QTD-SEM-ENDERECO

           PERFORM GRAVAR-FIM-CONTROLE

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       CARREGAR-REGRAS.

      *    An AVISOS_REGRA row overrides the default interval for its
      *    type; a type nobody configured keeps it.
           MOVE 'LE' TO TIPO-PARM
           PERFORM LER-REGRA
           IF WS-RETURN-CODE = 0 AND SQLCODE = 0
               MOVE DIAS-PARM TO WS-DIAS-LE
           END-IF

           IF WS-RETURN-CODE = 0
               MOVE 'OS' TO TIPO-PARM
               PERFORM LER-REGRA
               IF WS-RETURN-CODE = 0 AND SQLCODE = 0
                   MOVE DIAS-PARM TO WS-DIAS-OS
               END-IF
           END-IF

           IF WS-RETURN-CODE = 0
               MOVE 'OB' TO TIPO-PARM
               PERFORM LER-REGRA
               IF WS-RETURN-CODE = 0 AND SQLCODE = 0
                   MOVE DIAS-PARM TO WS-DIAS-OB
               END-IF
           END-IF

           IF WS-RETURN-CODE = 0
               MOVE 'DO' TO TIPO-PARM
               PERFORM LER-REGRA
               IF WS-RETURN-CODE = 0 AND SQLCODE = 0
                   MOVE DIAS-PARM TO WS-DIAS-DO
               END-IF
           END-IF.

       LER-REGRA.

           EXEC SQL
               SELECT DIAS_INTERVALO
               INTO :DIAS-PARM
               FROM AVISOS_REGRA
               WHERE TIPO_AVISO = :TIPO-PARM
           END-EXEC

           IF SQLCODE < 0
               PERFORM REPORTAR-ERRO-SQL
           END-IF.

       PROCESSAR-AVISOS.

      *    Branch order, so the letters come out of the printer in
      *    pouch order and the report groups the way EXTR014's does.
      *    A notice whose account has gone comes first, under a blank
      *    branch.
           EXEC SQL
               DECLARE CURSOR_AVISOS CURSOR FOR
               SELECT A.ID_AVISO, A.CONTA, A.TIPO_AVISO,
                      A.ID_REFERENCIA, A.VALOR,
                      CHAR(A.DATA_EVENTO, ISO),
                      COALESCE(C.AGENCIA, ' '),
                      COALESCE(C.SITUACAO, 'X'),
                      COALESCE(C.TITULAR, ' '),
                      COALESCE(C.DOCUMENTO, ' '),
                      COALESCE(C.PREF_ENTREGA, 'P'),
                      COALESCE(CL.LOGRADOURO, ' '),
                      COALESCE(CL.CIDADE, ' '),
                      COALESCE(CL.UF, ' '),
                      COALESCE(CL.CEP, ' ')
               FROM AVISOS_FILA A
               LEFT JOIN CONTAS C
                 ON C.CONTA = A.CONTA
               LEFT JOIN CLIENTES CL
                 ON CL.DOCUMENTO = C.DOCUMENTO
               WHERE A.SITUACAO = 'P'
               ORDER BY COALESCE(C.AGENCIA, ' '), A.CONTA,
                        A.ID_AVISO
           END-EXEC.

           EXEC SQL
               OPEN CURSOR_AVISOS
           END-EXEC

           IF SQLCODE < 0
               PERFORM REPORTAR-ERRO-SQL
           ELSE
               MOVE 0 TO WS-SQLCODE-FETCH

               PERFORM UNTIL WS-SQLCODE-FETCH NOT = 0
                          OR WS-DEVE-PARAR
                   EXEC SQL
                       FETCH CURSOR_AVISOS
                           INTO :ID-AVISO, :CONTA-AVI, :TIPO-AVISO,
                                :ID-REFERENCIA, :VALOR-AVI,
                                :DATA-EVENTO, :AGENCIA-AVI,
                                :SITUACAO-CTA, :TITULAR-AVI,
                                :DOCUMENTO-AVI, :ENTREGA-AVI,
                                :LOGRADOURO-CLI, :CIDADE-CLI,
                                :UF-CLI, :CEP-CLI
                   END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE-FETCH

                   IF WS-SQLCODE-FETCH = 0
                       PERFORM PROCESSAR-AVISO
                   END-IF
               END-PERFORM

               IF WS-SQLCODE-FETCH < 0
                   PERFORM ABANDONAR-EXECUCAO
               END-IF

               IF NOT WS-DEVE-PARAR
                   EXEC SQL
                       CLOSE CURSOR_AVISOS
                   END-EXEC
               END-IF
           END-IF.

       PROCESSAR-AVISO.

           MOVE SPACES TO ULTIMO-ENVIO
           MOVE SPACE TO WS-RESULTADO

           IF SITUACAO-CTA = 'X' OR SITUACAO-CTA = 'E'
               SET WS-DESCARTADO TO TRUE
           ELSE
               PERFORM VERIFICAR-ENVIO-RECENTE
           END-IF

           IF NOT WS-DEVE-PARAR
               EVALUATE TRUE
                   WHEN WS-DESCARTADO
                       CONTINUE
                   WHEN ULTIMO-ENVIO NOT = SPACES
                       SET WS-SUPRIMIDO TO TRUE
                   WHEN ENTREGA-AVI = 'E'
                       SET WS-ENVIADO-ELETR TO TRUE
                   WHEN OTHER
                       SET WS-ENVIADO-CARTA TO TRUE
               END-EVALUATE
               PERFORM MARCAR-AVISO
           END-IF

           IF NOT WS-DEVE-PARAR
               IF WS-ENVIADO-CARTA OR WS-ENVIADO-ELETR
                   PERFORM MONTAR-TEXTO-AVISO
               END-IF
               EVALUATE TRUE
                   WHEN WS-ENVIADO-CARTA
                       PERFORM IMPRIMIR-CARTA
                   WHEN WS-ENVIADO-ELETR
                       PERFORM ESCREVER-AVISO-ELETRONICO
               END-EVALUATE
               PERFORM QUEBRAR-AGENCIA
               PERFORM ESCREVER-LINHA-RELATORIO
           END-IF.

       VERIFICAR-ENVIO-RECENTE.

      *    The same notice - type, account and order - already sent
      *    within the type's interval, tonight included: a notice
      *    marked sent earlier in this run is visible here.
           EVALUATE TIPO-AVISO
               WHEN 'LE'
                   MOVE WS-DIAS-LE TO DIAS-INTERVALO
               WHEN 'OS'
                   MOVE WS-DIAS-OS TO DIAS-INTERVALO
               WHEN 'OB'
                   MOVE WS-DIAS-OB TO DIAS-INTERVALO
               WHEN 'DO'
                   MOVE WS-DIAS-DO TO DIAS-INTERVALO
               WHEN OTHER
                   MOVE 0 TO DIAS-INTERVALO
           END-EVALUATE

           EXEC SQL
               SELECT COALESCE(CHAR(MAX(DATA_ENVIO), ISO), ' ')
               INTO :ULTIMO-ENVIO
               FROM AVISOS_FILA
               WHERE CONTA = :CONTA-AVI
                 AND TIPO_AVISO = :TIPO-AVISO
                 AND ID_REFERENCIA = :ID-REFERENCIA
                 AND SITUACAO = 'E'
                 AND DATA_ENVIO > CURRENT DATE - :DIAS-INTERVALO DAYS
           END-EXEC

           IF SQLCODE < 0
               PERFORM ABANDONAR-EXECUCAO
           END-IF.

       MARCAR-AVISO.

      *    'E' sent, with the channel ('C' letter, 'E' electronic);
      *    'S' suppressed as a repeat; 'X' discarded.
           IF WS-ENVIADO-CARTA OR WS-ENVIADO-ELETR
               MOVE 'E' TO SITUACAO-AVI
               MOVE WS-RESULTADO TO CANAL-AVI
           ELSE
               MOVE WS-RESULTADO TO SITUACAO-AVI
               MOVE SPACE TO CANAL-AVI
           END-IF

           EXEC SQL
               UPDATE AVISOS_FILA
               SET SITUACAO   = :SITUACAO-AVI,
                   CANAL      = :CANAL-AVI,
                   DATA_ENVIO = CURRENT DATE
               WHERE ID_AVISO = :ID-AVISO
           END-EXEC

           IF SQLCODE < 0
               PERFORM ABANDONAR-EXECUCAO
           END-IF.

       MONTAR-TEXTO-AVISO.

           MOVE SPACES TO WS-TEXTO-1
           MOVE SPACES TO WS-TEXTO-2
           MOVE VALOR-AVI TO WS-VALOR-ED
           MOVE ID-REFERENCIA TO WS-ORDEM-ED

           EVALUATE TIPO-AVISO
               WHEN 'LE'
                   MOVE 'CONTA ALEM DO LIMITE' TO WS-TITULO-AVISO
                   STRING 'EM ' DATA-EVENTO ' SUA CONTA ESTAVA ALEM '
                          'DO LIMITE DE CHEQUE ESPECIAL EM R$ '
                          WS-VALOR-ED '.'
                       DELIMITED BY SIZE INTO WS-TEXTO-1
                   END-STRING
                   STRING 'REGULARIZE O SALDO PARA EVITAR ENCARGOS '
                          'OU PROCURE SUA AGENCIA.'
                       DELIMITED BY SIZE INTO WS-TEXTO-2
                   END-STRING
               WHEN 'OS'
                   MOVE 'ORDEM NAO PAGA - SEM SALDO' TO WS-TITULO-AVISO
                   STRING 'A ORDEM DE PAGAMENTO ' WS-ORDEM-ED
                          ' DE R$ ' WS-VALOR-ED ' NAO FOI PAGA EM '
                          DATA-EVENTO '.'
                       DELIMITED BY SIZE INTO WS-TEXTO-1
                   END-STRING
                   MOVE 'MOTIVO: SALDO DISPONIVEL INSUFICIENTE.'
                       TO WS-TEXTO-2
               WHEN 'OB'
                   MOVE 'ORDEM NAO PAGA - CONTA' TO WS-TITULO-AVISO
                   STRING 'A ORDEM DE PAGAMENTO ' WS-ORDEM-ED
                          ' DE R$ ' WS-VALOR-ED ' NAO FOI PAGA EM '
                          DATA-EVENTO '.'
                       DELIMITED BY SIZE INTO WS-TEXTO-1
                   END-STRING
                   STRING 'MOTIVO: CONTA NAO ESTA ATIVA. PROCURE '
                          'SUA AGENCIA.'
                       DELIMITED BY SIZE INTO WS-TEXTO-2
                   END-STRING
               WHEN 'DO'
                   MOVE 'CONTA INATIVA' TO WS-TITULO-AVISO
                   STRING 'EM ' DATA-EVENTO ' SUA CONTA FOI '
                          'CONSIDERADA INATIVA POR FALTA DE '
                          'MOVIMENTACAO.'
                       DELIMITED BY SIZE INTO WS-TEXTO-1
                   END-STRING
                   MOVE 'PARA REATIVA-LA, PROCURE SUA AGENCIA.'
                       TO WS-TEXTO-2
               WHEN OTHER
                   MOVE 'AVISO' TO WS-TITULO-AVISO
                   MOVE 'PROCURE SUA AGENCIA.' TO WS-TEXTO-1
           END-EVALUATE.

       IMPRIMIR-CARTA.

      *    Each letter starts on its own page with the address block
      *    where the window envelope shows it. An account not linked
      *    to a customer has no address: the letter goes to the
      *    branch, and the run ends RC 4 so somebody looks.
           PERFORM SALTAR-PAGINA

           MOVE SPACES TO CARTA-LINE
           MOVE TITULAR-AVI TO CARTA-LINE(1:40)
           PERFORM GRAVAR-LINHA-CARTA

           IF LOGRADOURO-CLI = SPACES
               ADD 1 TO WS-QTD-SEM-ENDERECO
               MOVE SPACES TO CARTA-LINE
               STRING 'A/C AGENCIA ' AGENCIA-AVI
                      ' - ENDERECO NAO CADASTRADO'
                   DELIMITED BY SIZE INTO CARTA-LINE
               END-STRING
               PERFORM GRAVAR-LINHA-CARTA
               MOVE SPACES TO CARTA-LINE
               PERFORM GRAVAR-LINHA-CARTA
               PERFORM GRAVAR-LINHA-CARTA
           ELSE
               MOVE SPACES TO CARTA-LINE
               MOVE LOGRADOURO-CLI TO CARTA-LINE(1:40)
               PERFORM GRAVAR-LINHA-CARTA

               MOVE SPACES TO CARTA-LINE
               STRING CIDADE-CLI ' - ' UF-CLI
                   DELIMITED BY SIZE INTO CARTA-LINE
               END-STRING
               PERFORM GRAVAR-LINHA-CARTA

               MOVE SPACES TO CARTA-LINE
               STRING 'CEP ' CEP-CLI(1:5) '-' CEP-CLI(6:3)
                   DELIMITED BY SIZE INTO CARTA-LINE
               END-STRING
               PERFORM GRAVAR-LINHA-CARTA
           END-IF

           MOVE SPACES TO CARTA-LINE
           PERFORM GRAVAR-LINHA-CARTA
           PERFORM GRAVAR-LINHA-CARTA

           MOVE SPACES TO CARTA-LINE
           STRING 'AVISO AO CLIENTE - ' WS-TITULO-AVISO
               DELIMITED BY SIZE INTO CARTA-LINE
           END-STRING
           PERFORM GRAVAR-LINHA-CARTA

           MOVE SPACES TO CARTA-LINE
           STRING 'AGENCIA ' AGENCIA-AVI '   CONTA ' CONTA-AVI
               DELIMITED BY SIZE INTO CARTA-LINE
           END-STRING
           PERFORM GRAVAR-LINHA-CARTA

           MOVE SPACES TO CARTA-LINE
           PERFORM GRAVAR-LINHA-CARTA

           MOVE SPACES TO CARTA-LINE
           MOVE WS-TEXTO-1 TO CARTA-LINE(1:100)
           PERFORM GRAVAR-LINHA-CARTA

           MOVE SPACES TO CARTA-LINE
           MOVE WS-TEXTO-2 TO CARTA-LINE(1:100)
           PERFORM GRAVAR-LINHA-CARTA

           MOVE SPACES TO CARTA-LINE
           PERFORM GRAVAR-LINHA-CARTA

           MOVE SPACES TO CARTA-LINE
           STRING 'CASO JA TENHA REGULARIZADO A SITUACAO, '
                  'DESCONSIDERE ESTE AVISO.'
               DELIMITED BY SIZE INTO CARTA-LINE
           END-STRING
           PERFORM GRAVAR-LINHA-CARTA.

       GRAVAR-LINHA-CARTA.

           WRITE CARTA-LINE
           ADD 1 TO WS-QTD-IMPRESSAO.

       SALTAR-PAGINA.

      *    Same continuous form as the EXTR002 statements: the print
      *    room bursts it every WS-LINHAS-POR-PAGINA lines, so a
      *    letter that must start on its own page first pads the
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

           MOVE SPACES TO CARTA-LINE
           PERFORM GRAVAR-LINHA-CARTA.

       ESCREVER-AVISO-ELETRONICO.

           MOVE CONTA-AVI     TO AV-CONTA
           MOVE DOCUMENTO-AVI TO AV-DOCUMENTO
           MOVE TIPO-AVISO    TO AV-TIPO-AVISO
           MOVE DATA-EVENTO   TO AV-DATA-EVENTO
           MOVE VALOR-AVI     TO AV-VALOR
           MOVE WS-TEXTO-1    TO AV-TEXTO-1
           MOVE WS-TEXTO-2    TO AV-TEXTO-2
           WRITE ELEC-REC

           ADD 1 TO WS-QTD-ELE
           ADD VALOR-AVI TO WS-HASH-ELE.

       ESCREVER-CABECALHOS.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-CORR-X
           STRING WS-DATA-CORR-X(1:4) '-' WS-DATA-CORR-X(5:2)
                  '-' WS-DATA-CORR-X(7:2)
               DELIMITED BY SIZE INTO WS-DATA-GERACAO
           END-STRING

           MOVE SPACES TO ELEC-HEADER-REC
           MOVE 'HDR'           TO HA-TIPO-REG
           MOVE WS-DATA-GERACAO TO HA-DATA-GERACAO
           MOVE WS-JOB-ID       TO HA-JOB-ID
           WRITE ELEC-HEADER-REC

           MOVE SPACES TO REPORT-LINE
           STRING 'AVISOS A CLIENTES PROCESSADOS EM ' WS-DATA-GERACAO
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING '  CONTA      TITULAR                        '
                  'AVISO                          REFERENCIA  '
                  'RESULTADO'
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       ESCREVER-TRAILER-ELETRONICO.

           MOVE SPACES TO ELEC-TRAILER-REC
           MOVE 'TRL'       TO TA-TIPO-REG
           MOVE WS-QTD-ELE  TO TA-QTD-DETALHE
           MOVE WS-HASH-ELE TO TA-HASH-VALOR
           WRITE ELEC-TRAILER-REC.

       QUEBRAR-AGENCIA.

           IF WS-AGENCIA-EM-CURSO
              AND AGENCIA-AVI NOT = WS-AGENCIA-ANTERIOR
               PERFORM ESCREVER-SUBTOTAL-AGENCIA
           END-IF

           IF NOT WS-AGENCIA-EM-CURSO
              OR AGENCIA-AVI NOT = WS-AGENCIA-ANTERIOR
               MOVE AGENCIA-AVI TO WS-AGENCIA-ANTERIOR
               SET WS-AGENCIA-EM-CURSO TO TRUE
               MOVE 0 TO WS-AGE-CARTAS
               MOVE 0 TO WS-AGE-ELETR
               MOVE 0 TO WS-AGE-SUPRIMIDOS
               MOVE 0 TO WS-AGE-DESCARTADOS

               MOVE SPACES TO REPORT-LINE
               STRING 'AGENCIA ' AGENCIA-AVI
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

       ESCREVER-LINHA-RELATORIO.

           IF WS-DESCARTADO OR WS-SUPRIMIDO
               PERFORM MONTAR-TEXTO-AVISO
           END-IF

           MOVE SPACES TO REPORT-LINE
           MOVE CONTA-AVI TO REPORT-LINE(3:10)
           MOVE TITULAR-AVI(1:30) TO REPORT-LINE(14:30)
           MOVE WS-TITULO-AVISO TO REPORT-LINE(45:30)
           IF ID-REFERENCIA > 0
               MOVE ID-REFERENCIA TO WS-ORDEM-ED
               MOVE WS-ORDEM-ED TO REPORT-LINE(76:9)
           END-IF

           EVALUATE TRUE
               WHEN WS-ENVIADO-CARTA
                   MOVE 'ENVIADO POR CARTA' TO REPORT-LINE(88:17)
                   ADD 1 TO WS-AGE-CARTAS
                   ADD 1 TO WS-GER-CARTAS
               WHEN WS-ENVIADO-ELETR
                   MOVE 'ENVIADO ELETRONICO' TO REPORT-LINE(88:18)
                   ADD 1 TO WS-AGE-ELETR
                   ADD 1 TO WS-GER-ELETR
               WHEN WS-SUPRIMIDO
                   STRING 'JA AVISADO EM ' ULTIMO-ENVIO
                       DELIMITED BY SIZE INTO REPORT-LINE(88:24)
                   END-STRING
                   ADD 1 TO WS-AGE-SUPRIMIDOS
                   ADD 1 TO WS-GER-SUPRIMIDOS
               WHEN OTHER
                   MOVE 'DESCARTADO - CONTA ENCERRADA'
                       TO REPORT-LINE(88:28)
                   ADD 1 TO WS-AGE-DESCARTADOS
                   ADD 1 TO WS-GER-DESCARTADOS
           END-EVALUATE

           WRITE REPORT-LINE.

       ESCREVER-SUBTOTAL-AGENCIA.

           MOVE SPACES TO REPORT-LINE
           STRING 'SUBTOTAL AGENCIA ' WS-AGENCIA-ANTERIOR
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           MOVE WS-AGE-CARTAS TO WS-QTD-ED
           STRING 'CARTAS ' WS-QTD-ED
               DELIMITED BY SIZE INTO REPORT-LINE(26:16)
           END-STRING
           MOVE WS-AGE-ELETR TO WS-QTD-ED
           STRING 'ELETRONICOS ' WS-QTD-ED
               DELIMITED BY SIZE INTO REPORT-LINE(44:21)
           END-STRING
           MOVE WS-AGE-SUPRIMIDOS TO WS-QTD-ED
           STRING 'SUPRIMIDOS ' WS-QTD-ED
               DELIMITED BY SIZE INTO REPORT-LINE(67:20)
           END-STRING
           MOVE WS-AGE-DESCARTADOS TO WS-QTD-ED
           STRING 'DESCARTADOS ' WS-QTD-ED
               DELIMITED BY SIZE INTO REPORT-LINE(89:21)
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       ESCREVER-TOTAL-GERAL.

           MOVE SPACES TO REPORT-LINE
           MOVE 'TOTAL GERAL DO BANCO' TO REPORT-LINE(1:20)
           MOVE WS-GER-CARTAS TO WS-QTD-ED
           STRING 'CARTAS ' WS-QTD-ED
               DELIMITED BY SIZE INTO REPORT-LINE(26:16)
           END-STRING
           MOVE WS-GER-ELETR TO WS-QTD-ED
           STRING 'ELETRONICOS ' WS-QTD-ED
               DELIMITED BY SIZE INTO REPORT-LINE(44:21)
           END-STRING
           MOVE WS-GER-SUPRIMIDOS TO WS-QTD-ED
           STRING 'SUPRIMIDOS ' WS-QTD-ED
               DELIMITED BY SIZE INTO REPORT-LINE(67:20)
           END-STRING
           MOVE WS-GER-DESCARTADOS TO WS-QTD-ED
           STRING 'DESCARTADOS ' WS-QTD-ED
               DELIMITED BY SIZE INTO REPORT-LINE(89:21)
           END-STRING
           WRITE REPORT-LINE.

       ABANDONAR-EXECUCAO.

      *    Nothing is marked sent unless the whole run is: take it
      *    all back and stop. Every notice stays 'P' for the
      *    resubmit, and the feed goes out without its trailer.
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
                       (:ID-CTL, 'EXTR036', CURRENT DATE,
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

           COMPUTE WS-QTD-ENVIADOS = WS-GER-CARTAS + WS-GER-ELETR
           MOVE WS-RETURN-CODE  TO RC-CTL
           MOVE WS-QTD-ENVIADOS TO QTD-CTL

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

           DISPLAY 'EXTR036: ERRO DE ACESSO AO BANCO - SQLCODE = '
                   SQLCODE ' AVISO = ' ID-AVISO
           MOVE 16 TO WS-RETURN-CODE.
