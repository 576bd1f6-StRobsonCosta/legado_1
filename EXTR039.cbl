       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTR039.
       AUTHOR. EQUIPE-CONTAS-BATCH.
       DATE-WRITTEN. 15/10/2026.

      *================================================================*
      *  EXTR039                                                       *
      *  Nightly change feed of the account and customer masters for   *
      *  the data warehouse (DD EXTRDWC), the companion of the         *
      *  movement extract EXTRDW that EXTR002 writes. EXTRDW only      *
      *  carries movements; this file carries who owns each account,   *
      *  its branch, status, limit and delivery preference (CONTAS)    *
      *  and each customer's name and mailing address (CLIENTES).      *
      *                                                                *
      *  What the warehouse was last sent is kept on DW_CONTAS_IMAGEM  *
      *  and DW_CLIENTES_IMAGEM, one row per account and per customer. *
      *  The daily run looks at every account with a CONTAS_AUDIT row  *
      *  - CON1, BLQ1, TRF1, the EXTR023 dormancy sweep and every      *
      *  other function that leaves the trail - and at every customer  *
      *  with a CLIENTES_AUDIT row from CLI1, together with the        *
      *  accounts linked to that customer (a CLI1 link changes         *
      *  CONTAS.DOCUMENTO but is audited under the document). The      *
      *  trail is read from the start of the last run that ended       *
      *  cleanly, so a night missed or refused is caught up by the     *
      *  next one. Each row found is compared with its last image:     *
      *  a row that really changed goes out with the image before      *
      *  ('A'), a row the warehouse has never had goes out with the    *
      *  before image blank ('I'), and either way the image table      *
      *  takes the new values. Audit activity that changed nothing     *
      *  the warehouse keeps - a transfer, a refused attempt - sends   *
      *  nothing. CONTAS.SALDO is not in the image: balances reach     *
      *  the warehouse through EXTRDW's movements.                     *
      *                                                                *
      *  'COMPLETA' on SYSIN switches the run to a full refresh for    *
      *  the initial load or a warehouse rebuild: every CONTAS and     *
      *  CLIENTES row goes out as 'R' with the before image blank,     *
      *  the HDR says 'C' so the load replaces its tables instead of   *
      *  applying changes, and both image tables are rebuilt from      *
      *  scratch. Blank SYSIN is the normal nightly run ('D').         *
      *                                                                *
      *  The file is framed by HDR/TRL exactly like EXTRDW: the TRL    *
      *  carries the detail count and a hash total of the after-image  *
      *  LIMITE of the account records, and is only written at a       *
      *  clean end. The image tables move in the same unit of work,    *
      *  committed after the TRL: a run that fails before the commit   *
      *  leaves them as they were, so the rerun sends the same         *
      *  changes again - harmless for after images - and never loses   *
      *  one.                                                          *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADASTRO-FILE
               ASSIGN TO "EXTRDWC"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CADASTRO-FILE.
       01  CADASTRO-REC.
           05 DC-TIPO-REG             PIC X(03).
           05 DC-ENTIDADE             PIC X(01).
               88 DC-ENTIDADE-CONTA       VALUE 'C'.
               88 DC-ENTIDADE-CLIENTE     VALUE 'L'.
           05 DC-OPERACAO             PIC X(01).
               88 DC-OPER-INCLUSAO        VALUE 'I'.
               88 DC-OPER-ALTERACAO       VALUE 'A'.
               88 DC-OPER-REFRESH         VALUE 'R'.
      *    CONTA for an account record, DOCUMENTO for a customer.
           05 DC-CHAVE                PIC X(14).
           05 DC-DATA-REF             PIC X(10).
           05 DC-ANTES                PIC X(120).
           05 DC-ANTES-CONTA REDEFINES DC-ANTES.
               10 DC-ANT-AGENCIA      PIC X(04).
               10 DC-ANT-TITULAR      PIC X(40).
               10 DC-ANT-DOCUMENTO    PIC X(14).
               10 DC-ANT-SITUACAO     PIC X(01).
               10 DC-ANT-LIMITE       PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
               10 DC-ANT-PREF-ENTREGA PIC X(01).
               10 FILLER              PIC X(48).
           05 DC-ANTES-CLIENTE REDEFINES DC-ANTES.
               10 DC-ANT-NOME         PIC X(40).
               10 DC-ANT-LOGRADOURO   PIC X(40).
               10 DC-ANT-CIDADE       PIC X(30).
               10 DC-ANT-UF           PIC X(02).
               10 DC-ANT-CEP          PIC X(08).
           05 DC-DEPOIS               PIC X(120).
           05 DC-DEPOIS-CONTA REDEFINES DC-DEPOIS.
               10 DC-DEP-AGENCIA      PIC X(04).
               10 DC-DEP-TITULAR      PIC X(40).
               10 DC-DEP-DOCUMENTO    PIC X(14).
               10 DC-DEP-SITUACAO     PIC X(01).
               10 DC-DEP-LIMITE       PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
               10 DC-DEP-PREF-ENTREGA PIC X(01).
               10 FILLER              PIC X(48).
           05 DC-DEPOIS-CLIENTE REDEFINES DC-DEPOIS.
               10 DC-DEP-NOME         PIC X(40).
               10 DC-DEP-LOGRADOURO   PIC X(40).
               10 DC-DEP-CIDADE       PIC X(30).
               10 DC-DEP-UF           PIC X(02).
               10 DC-DEP-CEP          PIC X(08).
       01  CADASTRO-HEADER-REC.
           05 DH-TIPO-REG             PIC X(03).
           05 DH-DATA-GERACAO         PIC X(10).
           05 DH-JOB-ID               PIC X(08).
           05 DH-TIPO-CARGA           PIC X(01).
           05 FILLER                  PIC X(247).
       01  CADASTRO-TRAILER-REC.
           05 DT-TIPO-REG             PIC X(03).
           05 DT-QTD-DETALHE          PIC 9(09).
           05 DT-HASH-VALOR           PIC S9(13)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X(241).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-SQLCODE-FETCH     PIC S9(8) COMP.
       01 WS-RETURN-CODE       PIC S9(4) COMP VALUE 0.
       01 WS-PARAR             PIC X(01) VALUE 'N'.
           88 WS-DEVE-PARAR        VALUE 'S'.
       01 WS-MODO-PARM         PIC X(08) VALUE SPACES.
           88 WS-MODO-DIARIO       VALUE SPACES.
           88 WS-MODO-COMPLETO     VALUE 'COMPLETA'.
       01 WS-TEM-IMAGEM        PIC X(01).
           88 WS-IMAGEM-EXISTE     VALUE 'S'.
       01 WS-QTD-CONTAS-LIDAS  PIC S9(9) COMP VALUE 0.
       01 WS-QTD-CONTAS-ENV    PIC S9(9) COMP VALUE 0.
       01 WS-QTD-CLIENTES-LID  PIC S9(9) COMP VALUE 0.
       01 WS-QTD-CLIENTES-ENV  PIC S9(9) COMP VALUE 0.
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
       01 :TIPO-CARGA       PIC X(01).
       01 :DESDE-TS         PIC X(26).
       01 :CONTA-ATU        PIC X(10).
       01 :AGENCIA-ATU      PIC X(04).
       01 :TITULAR-ATU      PIC X(40).
       01 :DOCUMENTO-ATU    PIC X(14).
       01 :SITUACAO-ATU     PIC X(01).
       01 :LIMITE-ATU       DECIMAL(15,2).
       01 :ENTREGA-ATU      PIC X(01).
       01 :AGENCIA-ANT      PIC X(04).
       01 :TITULAR-ANT      PIC X(40).
       01 :DOCUMENTO-ANT    PIC X(14).
       01 :SITUACAO-ANT     PIC X(01).
       01 :LIMITE-ANT       DECIMAL(15,2).
       01 :ENTREGA-ANT      PIC X(01).
       01 :DOC-CLI-ATU      PIC X(14).
       01 :NOME-ATU         PIC X(40).
       01 :LOGRADOURO-ATU   PIC X(40).
       01 :CIDADE-ATU       PIC X(30).
       01 :UF-ATU           PIC X(02).
       01 :CEP-ATU          PIC X(08).
       01 :NOME-ANT         PIC X(40).
       01 :LOGRADOURO-ANT   PIC X(40).
       01 :CIDADE-ANT       PIC X(30).
       01 :UF-ANT           PIC X(02).
       01 :CEP-ANT          PIC X(08).
       01 :ID-CTL           PIC S9(9) COMP.
       01 :RC-CTL           PIC S9(9) COMP.
       01 :QTD-CTL          PIC S9(9) COMP.
       EXEC SQL
          END DECLARE SECTION
       END-EXEC.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.

      *    'COMPLETA' on SYSIN is the full refresh; blank SYSIN is
      *    the nightly change run.
           ACCEPT WS-MODO-PARM
           MOVE SPACE TO TIPO-CARGA

           PERFORM GRAVAR-INICIO-CONTROLE

           EVALUATE TRUE
               WHEN WS-RETURN-CODE NOT = 0
                   CONTINUE
               WHEN WS-MODO-COMPLETO
                   MOVE 'C' TO TIPO-CARGA
                   PERFORM LIMPAR-IMAGENS
               WHEN WS-MODO-DIARIO
                   MOVE 'D' TO TIPO-CARGA
                   PERFORM LER-INICIO-JANELA
               WHEN OTHER
                   DISPLAY 'EXTR039: MODO INVALIDO NO SYSIN - '
                           WS-MODO-PARM
                   MOVE 8 TO WS-RETURN-CODE
           END-EVALUATE

           OPEN OUTPUT CADASTRO-FILE

           IF WS-RETURN-CODE = 0
               PERFORM ESCREVER-CABECALHO
               PERFORM PROCESSAR-CONTAS
           END-IF

           IF WS-RETURN-CODE = 0
               PERFORM PROCESSAR-CLIENTES
           END-IF

      *    The TRL only goes out, and the images only move, when
      *    every changed row made it onto the file.
           IF WS-RETURN-CODE = 0
               PERFORM ESCREVER-TRAILER
               EXEC SQL
                   COMMIT
               END-EXEC
               IF SQLCODE < 0
                   PERFORM ABANDONAR-EXECUCAO
               END-IF
           END-IF

           CLOSE CADASTRO-FILE

           MOVE WS-HASH-VALOR TO WS-TOTAL-ED
           DISPLAY 'EXTR039: TIPO DE CARGA      = ' TIPO-CARGA
           DISPLAY 'EXTR039: CONTAS LIDAS       = ' WS-QTD-CONTAS-LIDAS
           DISPLAY 'EXTR039: CONTAS ENVIADAS    = ' WS-QTD-CONTAS-ENV
           DISPLAY 'EXTR039: CLIENTES LIDOS     = ' WS-QTD-CLIENTES-LID
           DISPLAY 'EXTR039: CLIENTES ENVIADOS  = ' WS-QTD-CLIENTES-ENV
           DISPLAY 'EXTR039: HASH LIMITE        = ' WS-TOTAL-ED

           PERFORM GRAVAR-FIM-CONTROLE

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       LER-INICIO-JANELA.

      *    The trail is read from the start of the last run that
      *    ended cleanly - a refused or abended run moved no images,
      *    so its window is simply read again. The very first run
      *    reads today's trail.
           EXEC SQL
               SELECT CHAR(COALESCE(MAX(INICIO),
                                    TIMESTAMP(CURRENT DATE,
                                              '00.00.00')))
               INTO :DESDE-TS
               FROM BATCH_CONTROLE
               WHERE PROGRAMA = 'EXTR039'
                 AND SITUACAO = 'F'
                 AND RETURN_CODE = 0
           END-EXEC

           IF SQLCODE < 0
               PERFORM REPORTAR-ERRO-SQL
           ELSE
               DISPLAY 'EXTR039: TRILHA LIDA DESDE ' DESDE-TS
           END-IF.

       LIMPAR-IMAGENS.

      *    A full refresh replaces whatever the warehouse had, so the
      *    images start again from nothing; the deletes are only
      *    committed with the rest of the run. The window is not
      *    used, but the cursors still need a valid timestamp.
           MOVE '0001-01-01-00.00.00.000000' TO DESDE-TS

           EXEC SQL
               DELETE FROM DW_CONTAS_IMAGEM
           END-EXEC

           IF SQLCODE < 0
               PERFORM ABANDONAR-EXECUCAO
           ELSE
               EXEC SQL
                   DELETE FROM DW_CLIENTES_IMAGEM
               END-EXEC
               IF SQLCODE < 0
                   PERFORM ABANDONAR-EXECUCAO
               END-IF
           END-IF.

       PROCESSAR-CONTAS.

      *    One cursor serves both modes: a full refresh takes every
      *    account, the nightly run the accounts on the trail and
      *    the accounts of every customer on the trail.
           EXEC SQL
               DECLARE CURSOR_CONTAS CURSOR FOR
               SELECT C.CONTA,
                      COALESCE(C.AGENCIA, ' '),
                      COALESCE(C.TITULAR, ' '),
                      COALESCE(C.DOCUMENTO, ' '),
                      C.SITUACAO,
                      COALESCE(C.LIMITE, 0),
                      COALESCE(C.PREF_ENTREGA, 'P')
               FROM CONTAS C
               WHERE :TIPO-CARGA = 'C'
                  OR C.CONTA IN
                     (SELECT A.CONTA
                      FROM CONTAS_AUDIT A
                      WHERE A.DATA_HORA >= TIMESTAMP(:DESDE-TS))
                  OR C.DOCUMENTO IN
                     (SELECT U.DOCUMENTO
                      FROM CLIENTES_AUDIT U
                      WHERE U.DATA_HORA >= TIMESTAMP(:DESDE-TS))
               ORDER BY C.CONTA
           END-EXEC.

           EXEC SQL
               OPEN CURSOR_CONTAS
           END-EXEC

           IF SQLCODE < 0
               PERFORM ABANDONAR-EXECUCAO
           ELSE
               MOVE 0 TO WS-SQLCODE-FETCH

               PERFORM UNTIL WS-SQLCODE-FETCH NOT = 0
                          OR WS-DEVE-PARAR
                   EXEC SQL
                       FETCH CURSOR_CONTAS
                           INTO :CONTA-ATU, :AGENCIA-ATU,
                                :TITULAR-ATU, :DOCUMENTO-ATU,
                                :SITUACAO-ATU, :LIMITE-ATU,
                                :ENTREGA-ATU
                   END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE-FETCH

                   IF WS-SQLCODE-FETCH = 0
                       ADD 1 TO WS-QTD-CONTAS-LIDAS
                       PERFORM TRATAR-CONTA
                   END-IF
               END-PERFORM

               IF WS-SQLCODE-FETCH < 0
                   PERFORM ABANDONAR-EXECUCAO
               END-IF

               IF NOT WS-DEVE-PARAR
                   EXEC SQL
                       CLOSE CURSOR_CONTAS
                   END-EXEC
               END-IF
           END-IF.

       TRATAR-CONTA.

           MOVE SPACES TO CADASTRO-REC
           MOVE 'DET'  TO DC-TIPO-REG
           SET DC-ENTIDADE-CONTA TO TRUE
           MOVE CONTA-ATU       TO DC-CHAVE
           MOVE WS-DATA-GERACAO TO DC-DATA-REF
           MOVE AGENCIA-ATU     TO DC-DEP-AGENCIA
           MOVE TITULAR-ATU     TO DC-DEP-TITULAR
           MOVE DOCUMENTO-ATU   TO DC-DEP-DOCUMENTO
           MOVE SITUACAO-ATU    TO DC-DEP-SITUACAO
           MOVE LIMITE-ATU      TO DC-DEP-LIMITE
           MOVE ENTREGA-ATU     TO DC-DEP-PREF-ENTREGA

           IF WS-MODO-COMPLETO
               SET DC-OPER-REFRESH TO TRUE
               MOVE 'N' TO WS-TEM-IMAGEM
           ELSE
               PERFORM LER-IMAGEM-CONTA
           END-IF

           IF NOT WS-DEVE-PARAR
               EVALUATE TRUE
                   WHEN WS-MODO-COMPLETO
                       PERFORM ENVIAR-CONTA
                   WHEN NOT WS-IMAGEM-EXISTE
                       SET DC-OPER-INCLUSAO TO TRUE
                       PERFORM ENVIAR-CONTA
                   WHEN DC-ANTES NOT = DC-DEPOIS
                       SET DC-OPER-ALTERACAO TO TRUE
                       PERFORM ENVIAR-CONTA
               END-EVALUATE
           END-IF.

       LER-IMAGEM-CONTA.

           EXEC SQL
               SELECT AGENCIA, TITULAR, DOCUMENTO, SITUACAO, LIMITE,
                      PREF_ENTREGA
               INTO :AGENCIA-ANT, :TITULAR-ANT, :DOCUMENTO-ANT,
                    :SITUACAO-ANT, :LIMITE-ANT, :ENTREGA-ANT
               FROM DW_CONTAS_IMAGEM
               WHERE CONTA = :CONTA-ATU
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'N' TO WS-TEM-IMAGEM
               WHEN SQLCODE < 0
                   PERFORM ABANDONAR-EXECUCAO
               WHEN OTHER
                   SET WS-IMAGEM-EXISTE TO TRUE
                   MOVE AGENCIA-ANT   TO DC-ANT-AGENCIA
                   MOVE TITULAR-ANT   TO DC-ANT-TITULAR
                   MOVE DOCUMENTO-ANT TO DC-ANT-DOCUMENTO
                   MOVE SITUACAO-ANT  TO DC-ANT-SITUACAO
                   MOVE LIMITE-ANT    TO DC-ANT-LIMITE
                   MOVE ENTREGA-ANT   TO DC-ANT-PREF-ENTREGA
           END-EVALUATE.

       ENVIAR-CONTA.

           PERFORM ESCREVER-DETALHE
           ADD LIMITE-ATU TO WS-HASH-VALOR
           ADD 1 TO WS-QTD-CONTAS-ENV

           IF WS-IMAGEM-EXISTE
               EXEC SQL
                   UPDATE DW_CONTAS_IMAGEM
                   SET AGENCIA      = :AGENCIA-ATU,
                       TITULAR      = :TITULAR-ATU,
                       DOCUMENTO    = :DOCUMENTO-ATU,
                       SITUACAO     = :SITUACAO-ATU,
                       LIMITE       = :LIMITE-ATU,
                       PREF_ENTREGA = :ENTREGA-ATU,
                       DATA_ENVIO   = CURRENT DATE
                   WHERE CONTA = :CONTA-ATU
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO DW_CONTAS_IMAGEM
                       (CONTA, AGENCIA, TITULAR, DOCUMENTO, SITUACAO,
                        LIMITE, PREF_ENTREGA, DATA_ENVIO)
                   VALUES
                       (:CONTA-ATU, :AGENCIA-ATU, :TITULAR-ATU,
                        :DOCUMENTO-ATU, :SITUACAO-ATU, :LIMITE-ATU,
                        :ENTREGA-ATU, CURRENT DATE)
               END-EXEC
           END-IF

           IF SQLCODE < 0
               PERFORM ABANDONAR-EXECUCAO
           END-IF.

       PROCESSAR-CLIENTES.

           EXEC SQL
               DECLARE CURSOR_CLIENTES CURSOR FOR
               SELECT L.DOCUMENTO,
                      COALESCE(L.NOME, ' '),
                      COALESCE(L.LOGRADOURO, ' '),
                      COALESCE(L.CIDADE, ' '),
                      COALESCE(L.UF, ' '),
                      COALESCE(L.CEP, ' ')
               FROM CLIENTES L
               WHERE :TIPO-CARGA = 'C'
                  OR L.DOCUMENTO IN
                     (SELECT U.DOCUMENTO
                      FROM CLIENTES_AUDIT U
                      WHERE U.DATA_HORA >= TIMESTAMP(:DESDE-TS))
               ORDER BY L.DOCUMENTO
           END-EXEC.

           EXEC SQL
               OPEN CURSOR_CLIENTES
           END-EXEC

           IF SQLCODE < 0
               PERFORM ABANDONAR-EXECUCAO
           ELSE
               MOVE 0 TO WS-SQLCODE-FETCH

               PERFORM UNTIL WS-SQLCODE-FETCH NOT = 0
                          OR WS-DEVE-PARAR
                   EXEC SQL
                       FETCH CURSOR_CLIENTES
                           INTO :DOC-CLI-ATU, :NOME-ATU,
                                :LOGRADOURO-ATU, :CIDADE-ATU,
                                :UF-ATU, :CEP-ATU
                   END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE-FETCH

                   IF WS-SQLCODE-FETCH = 0
                       ADD 1 TO WS-QTD-CLIENTES-LID
                       PERFORM TRATAR-CLIENTE
                   END-IF
               END-PERFORM

               IF WS-SQLCODE-FETCH < 0
                   PERFORM ABANDONAR-EXECUCAO
               END-IF

               IF NOT WS-DEVE-PARAR
                   EXEC SQL
                       CLOSE CURSOR_CLIENTES
                   END-EXEC
               END-IF
           END-IF.

       TRATAR-CLIENTE.

           MOVE SPACES TO CADASTRO-REC
           MOVE 'DET'  TO DC-TIPO-REG
           SET DC-ENTIDADE-CLIENTE TO TRUE
           MOVE DOC-CLI-ATU     TO DC-CHAVE
           MOVE WS-DATA-GERACAO TO DC-DATA-REF
           MOVE NOME-ATU        TO DC-DEP-NOME
           MOVE LOGRADOURO-ATU  TO DC-DEP-LOGRADOURO
           MOVE CIDADE-ATU      TO DC-DEP-CIDADE
           MOVE UF-ATU          TO DC-DEP-UF
           MOVE CEP-ATU         TO DC-DEP-CEP

           IF WS-MODO-COMPLETO
               SET DC-OPER-REFRESH TO TRUE
               MOVE 'N' TO WS-TEM-IMAGEM
           ELSE
               PERFORM LER-IMAGEM-CLIENTE
           END-IF

           IF NOT WS-DEVE-PARAR
               EVALUATE TRUE
                   WHEN WS-MODO-COMPLETO
                       PERFORM ENVIAR-CLIENTE
                   WHEN NOT WS-IMAGEM-EXISTE
                       SET DC-OPER-INCLUSAO TO TRUE
                       PERFORM ENVIAR-CLIENTE
                   WHEN DC-ANTES NOT = DC-DEPOIS
                       SET DC-OPER-ALTERACAO TO TRUE
                       PERFORM ENVIAR-CLIENTE
               END-EVALUATE
           END-IF.

       LER-IMAGEM-CLIENTE.

           EXEC SQL
               SELECT NOME, LOGRADOURO, CIDADE, UF, CEP
               INTO :NOME-ANT, :LOGRADOURO-ANT, :CIDADE-ANT,
                    :UF-ANT, :CEP-ANT
               FROM DW_CLIENTES_IMAGEM
               WHERE DOCUMENTO = :DOC-CLI-ATU
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'N' TO WS-TEM-IMAGEM
               WHEN SQLCODE < 0
                   PERFORM ABANDONAR-EXECUCAO
               WHEN OTHER
                   SET WS-IMAGEM-EXISTE TO TRUE
                   MOVE NOME-ANT       TO DC-ANT-NOME
                   MOVE LOGRADOURO-ANT TO DC-ANT-LOGRADOURO
                   MOVE CIDADE-ANT     TO DC-ANT-CIDADE
                   MOVE UF-ANT         TO DC-ANT-UF
                   MOVE CEP-ANT        TO DC-ANT-CEP
           END-EVALUATE.

       ENVIAR-CLIENTE.

           PERFORM ESCREVER-DETALHE
           ADD 1 TO WS-QTD-CLIENTES-ENV

           IF WS-IMAGEM-EXISTE
               EXEC SQL
                   UPDATE DW_CLIENTES_IMAGEM
                   SET NOME       = :NOME-ATU,
                       LOGRADOURO = :LOGRADOURO-ATU,
                       CIDADE     = :CIDADE-ATU,
                       UF         = :UF-ATU,
                       CEP        = :CEP-ATU,
                       DATA_ENVIO = CURRENT DATE
                   WHERE DOCUMENTO = :DOC-CLI-ATU
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO DW_CLIENTES_IMAGEM
                       (DOCUMENTO, NOME, LOGRADOURO, CIDADE, UF, CEP,
                        DATA_ENVIO)
                   VALUES
                       (:DOC-CLI-ATU, :NOME-ATU, :LOGRADOURO-ATU,
                        :CIDADE-ATU, :UF-ATU, :CEP-ATU, CURRENT DATE)
               END-EXEC
           END-IF

           IF SQLCODE < 0
               PERFORM ABANDONAR-EXECUCAO
           END-IF.

       ESCREVER-CABECALHO.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-CORR-X
           STRING WS-DATA-CORR-X(1:4) '-' WS-DATA-CORR-X(5:2)
                  '-' WS-DATA-CORR-X(7:2)
               DELIMITED BY SIZE INTO WS-DATA-GERACAO
           END-STRING

           MOVE SPACES          TO CADASTRO-HEADER-REC
           MOVE 'HDR'           TO DH-TIPO-REG
           MOVE WS-DATA-GERACAO TO DH-DATA-GERACAO
           MOVE 'EXTR039'       TO DH-JOB-ID
           MOVE TIPO-CARGA      TO DH-TIPO-CARGA

           WRITE CADASTRO-HEADER-REC.

       ESCREVER-DETALHE.

           WRITE CADASTRO-REC
           ADD 1 TO WS-QTD-DETALHE.

       ESCREVER-TRAILER.

           MOVE SPACES         TO CADASTRO-TRAILER-REC
           MOVE 'TRL'          TO DT-TIPO-REG
           MOVE WS-QTD-DETALHE TO DT-QTD-DETALHE
           MOVE WS-HASH-VALOR  TO DT-HASH-VALOR

           WRITE CADASTRO-TRAILER-REC.

       ABANDONAR-EXECUCAO.

      *    No image moves unless the whole file went out: roll them
      *    back and stop, leaving the file without its TRL so the
      *    warehouse load refuses it.
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
                       (:ID-CTL, 'EXTR039', CURRENT DATE,
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

           DISPLAY 'EXTR039: ERRO DE ACESSO AO BANCO - SQLCODE = '
                   SQLCODE ' CONTA = ' CONTA-ATU
                   ' DOCUMENTO = ' DOC-CLI-ATU
           MOVE 16 TO WS-RETURN-CODE.
