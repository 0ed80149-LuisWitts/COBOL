      *                     'C' DO EXTRATO NUNCA CASAVA COM NADA E
      *                     TODA CONCILIACAO TERMINAVA COM AS DUAS
      *                     LISTAS CHEIAS E RC=4.
      *    15/10/2026  LCW  PERIODO ZERO = MES DA DATA DE MOVIMENTO
      *                     (CARTAO FIXO NA ESTEIRA DE FIM DE MES
      *                     COBMONTH).
      **********************************************

       ENVIRONMENT DIVISION.
       77  WRK-CONTA-CAIXA            PIC 9(06) VALUE ZEROS.
       77  WRK-ANO-MES                PIC 9(06) VALUE ZEROS.
       77  WRK-ANO-MES-ITEM           PIC 9(06) VALUE ZEROS.
       77  WRK-DATA-MOVIMENTO         PIC 9(08) VALUE ZEROS.

      *    ITENS DO EXTRATO DO PERIODO
       01  TB-EXTRATO-TABELA.
           DISPLAY '====== CONCILIACAO BANCARIA ======'.
           DISPLAY 'CONTA CAIXA DO RAZAO ...'.
           ACCEPT WRK-CONTA-CAIXA.
           CALL 'RUNDTRTN' USING WRK-DATA-MOVIMENTO END-CALL.
           DISPLAY 'PERIODO (AAAAMM, ZERO = MES DO MOVIMENTO) ...'.
           ACCEPT WRK-ANO-MES.
           IF WRK-ANO-MES IS NOT NUMERIC
              OR WRK-ANO-MES = ZEROS
               MOVE WRK-DATA-MOVIMENTO (1:6) TO WRK-ANO-MES
           END-IF.
           MOVE 'I' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
