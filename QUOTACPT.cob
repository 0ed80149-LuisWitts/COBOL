      *
      *    MODIFICATION HISTORY
      *    02/09/2026  LCW  VERSAO INICIAL.
      *    15/10/2026  LCW  O SALDO DO MATERIAL E A SOMA DAS LINHAS
      *                     DELE EM TODOS OS LOCAIS DO STOCKBAL
      *                     (ESTOQUE POR LOJA E DEPOSITO).
      **********************************************

       ENVIRONMENT DIVISION.

       0321-TESTAR-SALDO.
           IF STQ-CODIGO = TB-NEC-MATERIAL (IX-NEC)
               ADD STQ-SALDO TO WRK-SALDO-ESTOQUE
               MOVE 'S' TO WRK-SALDO-ACHADO
           END-IF.
           READ STOCK-BALANCE-FILE
