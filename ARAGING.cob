      *                     DATA-BASE DO AGING PASSOU A SER A DATA
      *                     DE MOVIMENTO (RUNDTRTN), PARA RERUN E
      *                     REPROCESSAMENTO CAIREM NO DIA CERTO.
      *    15/10/2026  LCW  TOTAL DE CONTROLE NO CTLTOT AO FINAL,
      *                     PARA O PROGCOB18 COBRAR O PASSO NA
      *                     ESTEIRA DE FIM DE MES (COBMONTH).
      **********************************************

       ENVIRONMENT DIVISION.
       77  WRK-MOTIVO-LOG             PIC X(40) VALUE SPACES.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'ARAGING'.
       77  WRK-CTLT-LIDOS             PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-PROCESSADOS       PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-REJEITADOS        PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-MODO              PIC X(10) VALUE SPACES.
       77  WRK-RPT-FUNCAO             PIC X(01) VALUE SPACES.
       77  WRK-RPT-TITULO             PIC X(40)
           VALUE 'AGING DO CONTAS A RECEBER'.
           PERFORM 0310-IMPRIMIR-CLIENTE
               VARYING IX-AGE FROM 1 BY 1
               UNTIL IX-AGE > WRK-QT-CLIENTES.
           MOVE WRK-QT-ABERTAS TO WRK-CTLT-LIDOS.
           MOVE WRK-QT-ABERTAS TO WRK-CTLT-PROCESSADOS.
           CALL 'CTLTOTRTN' USING WRK-PROGRAMA-ID WRK-CTLT-LIDOS
               WRK-CTLT-PROCESSADOS WRK-CTLT-REJEITADOS
               WRK-CTLT-MODO
           END-CALL.
           MOVE 'F' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
