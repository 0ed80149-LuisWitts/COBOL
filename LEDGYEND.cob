      *
      *    MODIFICATION HISTORY
      *    02/09/2026  LCW  VERSAO INICIAL.
      *    15/10/2026  LCW  RODANDO NO FIM DE MES DE DEZEMBRO (ESTEIRA
      *                     COBMONTH, DEPOIS DO PERCLOSE), O LOTE DE
      *                     ENCERRAMENTO SAI DATADO DE 01/01 DO ANO
      *                     SEGUINTE - O POSTING RECUSARIA A DATA DE
      *                     MOVIMENTO, QUE CAI NO DEZEMBRO JA FECHADO.
      **********************************************

       ENVIRONMENT DIVISION.

       77  WRK-CONTA-RESULTADO        PIC 9(06) VALUE ZEROS.
       77  WRK-DATA-MOVIMENTO         PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-LOTE.
           02  WRK-LOTE-ANO           PIC 9(04) VALUE ZEROS.
           02  WRK-LOTE-MES           PIC 9(02) VALUE ZEROS.
           02  WRK-LOTE-DIA           PIC 9(02) VALUE ZEROS.

      *    PLANO DE CONTAS CARREGADO NA INICIALIZACAO, COM A
      *    CLASSIFICACAO QUE SEPARA RESULTADO DE PATRIMONIO
           DISPLAY 'CONTA DE LUCROS ACUMULADOS ...'.
           ACCEPT WRK-CONTA-RESULTADO.
           CALL 'RUNDTRTN' USING WRK-DATA-MOVIMENTO END-CALL.
           PERFORM 0130-DATAR-LOTE.
           PERFORM 0110-CARREGAR-PLANO.
           MOVE WRK-CONTA-RESULTADO TO WRK-CONTA-PROCURADA.
           PERFORM 0500-LOCALIZAR-CONTA.
               END-READ
           END-IF.

      *    NA DATA DE MOVIMENTO DE DEZEMBRO O PERIODO JA ESTA FECHADO
      *    PELO PERCLOSE: O ENCERRAMENTO VAI PARA O PRIMEIRO DIA DO
      *    EXERCICIO NOVO. EM QUALQUER OUTRO MES (EXECUCAO EM JANEIRO,
      *    COMO ANTES) FICA A PROPRIA DATA DE MOVIMENTO.
       0130-DATAR-LOTE.
           MOVE WRK-DATA-MOVIMENTO TO WRK-DATA-LOTE.
           IF WRK-LOTE-MES = 12
               ADD 1 TO WRK-LOTE-ANO
               MOVE 01 TO WRK-LOTE-MES
               MOVE 01 TO WRK-LOTE-DIA
           END-IF.
           DISPLAY 'DATA DO LOTE DE ENCERRAMENTO : ' WRK-DATA-LOTE.

       0200-PROCESSAR.
           ADD 1 TO WRK-CTLT-LIDOS.
           MOVE LEDG-CONTA TO WRK-CONTA-PROCURADA.
           INITIALIZE LEDGER-BATCH-HEADER.
           MOVE 'H'                   TO LOTE-H-TIPO.
           MOVE WRK-LOTE-ENCERRAMENTO TO LOTE-H-LOTE.
           MOVE WRK-DATA-LOTE         TO LOTE-H-DATA.
           WRITE LEDGER-BATCH-HEADER.
           PERFORM 0321-GRAVAR-LINHA
               VARYING IX-LIN FROM 1 BY 1
