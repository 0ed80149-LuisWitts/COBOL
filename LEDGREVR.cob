      *
      *    MODIFICATION HISTORY
      *    02/09/2026  LCW  VERSAO INICIAL.
      *    15/10/2026  LCW  O ESTORNO REPETE A LOJA DE CADA LANCAMENTO
      *                     ORIGINAL, PARA ANULAR TAMBEM O RESULTADO
      *                     DA LOJA.
      **********************************************

       ENVIRONMENT DIVISION.
               03  TB-LIN-CONTA       PIC 9(06).
               03  TB-LIN-TIPO        PIC X(01).
               03  TB-LIN-VALOR       PIC 9(07)V99.
               03  TB-LIN-LOJA        PIC X(10).
       77  WRK-QT-LINHAS              PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-LINHAS          PIC 9(03) VALUE 500.
       77  WRK-SOMA-DEBITOS           PIC 9(11)V99 VALUE ZEROS.
                   ADD HIST-VALOR TO WRK-SOMA-DEBITOS
               END-IF
               MOVE HIST-VALOR TO TB-LIN-VALOR (IX-LIN)
               MOVE HIST-LOJA  TO TB-LIN-LOJA (IX-LIN)
           END-IF.

       0300-GERAR-ESTORNO.
           MOVE TB-LIN-CONTA (IX-LIN) TO TRAN-CONTA.
           MOVE TB-LIN-TIPO (IX-LIN)  TO TRAN-TIPO.
           MOVE TB-LIN-VALOR (IX-LIN) TO TRAN-VALOR.
           MOVE TB-LIN-LOJA (IX-LIN)  TO TRAN-LOJA.
           WRITE TRANSACTION-RECORD.

       0330-GRAVAR-SEQUENCIA.
