      *================================================================*
      *  APRCOM                                                        *
      *  COMMAREA layout for transaction APR1 / program EXTR032, the   *
      *  supervisor's side of dual control. TRF1 transfers, EST1       *
      *  reversals and CON1 'L' limit raises above their threshold on  *
      *  LIMITES_APROVACAO wait on APROVACOES_PENDENTES; CP-ENTRADA    *
      *  carries the function - list the branch's pending items        *
      *  ('C'), approve one ('A') or reject one ('R') - the branch,    *
      *  the item and, for the listing, the last item already seen,    *
      *  the same continuation EXT1 pages its statement with.          *
      *  CP-SAIDA carries back the outcome; when an approved item is   *
      *  refused by the transaction that posts it (the funds went,     *
      *  the account was blocked since), CP-MOTIVO-OPERACAO echoes     *
      *  that transaction's own motivo so the screen can say why.      *
      *================================================================*
       01 DFHCOMMAREA.
          05 CP-ENTRADA.
             10 CP-FUNCAO             PIC X(01).
                88 CP-FUNCAO-CONSULTAR    VALUE 'C'.
                88 CP-FUNCAO-APROVAR      VALUE 'A'.
                88 CP-FUNCAO-REJEITAR     VALUE 'R'.
             10 CP-AGENCIA            PIC X(04).
             10 CP-ID-PENDENCIA       PIC S9(9) COMP.
             10 CP-PROX-ID            PIC S9(9) COMP.
          05 CP-SAIDA.
             10 CP-STATUS             PIC X(01).
                88 CP-STATUS-OK           VALUE ' '.
                88 CP-STATUS-RECUSADO     VALUE 'R'.
                88 CP-STATUS-ERRO         VALUE 'E'.
             10 CP-SQLCODE-ERRO       PIC S9(8) COMP.
             10 CP-MOTIVO             PIC X(02).
                88 CP-MOTIVO-OK                 VALUE '  '.
                88 CP-MOTIVO-FUNCAO-INVALIDA    VALUE '01'.
                88 CP-MOTIVO-AGENCIA-VAZIA      VALUE '02'.
                88 CP-MOTIVO-PENDENCIA-NAO-EXISTE VALUE '03'.
                88 CP-MOTIVO-OUTRA-AGENCIA      VALUE '04'.
                88 CP-MOTIVO-JA-DECIDIDA        VALUE '05'.
                88 CP-MOTIVO-EXPIRADA           VALUE '06'.
                88 CP-MOTIVO-MESMO-OPERADOR     VALUE '07'.
                88 CP-MOTIVO-OPERACAO-RECUSADA  VALUE '08'.
             10 CP-MOTIVO-OPERACAO    PIC X(02).
             10 CP-FIM-LISTA          PIC X(01).
                88 CP-TEM-MAIS-ITENS      VALUE 'N'.
                88 CP-ULTIMO-ITEM         VALUE 'S'.
             10 CP-QTD-ITENS          PIC S9(4) COMP.
             10 CP-ITENS OCCURS 0 TO 10 TIMES
                         DEPENDING ON CP-QTD-ITENS
                         INDEXED BY CP-IDX.
                15 CP-ITEM-ID         PIC S9(9) COMP.
      *         'T' transfer, 'S' reversal, 'L' limit raise - the
      *         CONTAS_AUDIT function of the transaction it waits on.
                15 CP-ITEM-FUNCAO     PIC X(01).
                15 CP-ITEM-CONTA      PIC X(10).
                15 CP-ITEM-CONTA-DEST PIC X(10).
                15 CP-ITEM-DATA-MOVTO PIC X(10).
                15 CP-ITEM-SEQ-MOVTO  PIC S9(9) COMP.
                15 CP-ITEM-VALOR      PIC S9(9)V99.
                15 CP-ITEM-OPERADOR   PIC X(03).
                15 CP-ITEM-DATA-HORA  PIC X(26).
