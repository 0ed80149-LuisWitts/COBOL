      *
      *    MODIFICATION HISTORY
      *    02/09/2026  LCW  VERSAO INICIAL.
      *    15/10/2026  LCW  TOTAL DE CONTROLE NO CTLTOT AO FINAL,
      *                     PARA O PROGCOB18 COBRAR O PASSO NA
      *                     ESTEIRA DE FIM DE MES (COBMONTH).
      **********************************************

       ENVIRONMENT DIVISION.
       77  WRK-QT-ALERTAS             PIC 9(05) VALUE ZEROS.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'VACALERT'.
       77  WRK-CTLT-LIDOS             PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-PROCESSADOS       PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-REJEITADOS        PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-MODO              PIC X(10) VALUE SPACES.
       77  WRK-RPT-FUNCAO             PIC X(01) VALUE SPACES.
       77  WRK-RPT-TITULO             PIC X(40)
           VALUE 'ALERTA DE FERIAS A VENCER'.
           CLOSE EMPLOYEE-MASTER.
           DISPLAY 'PERIODOS ABERTOS EXAMINADOS : ' WRK-QT-PERIODOS.
           DISPLAY 'ALERTAS EMITIDOS            : ' WRK-QT-ALERTAS.
           MOVE WRK-QT-PERIODOS TO WRK-CTLT-LIDOS.
           MOVE WRK-QT-PERIODOS TO WRK-CTLT-PROCESSADOS.
           CALL 'CTLTOTRTN' USING WRK-PROGRAMA-ID WRK-CTLT-LIDOS
               WRK-CTLT-PROCESSADOS WRK-CTLT-REJEITADOS
               WRK-CTLT-MODO
           END-CALL.
           MOVE 'F' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
