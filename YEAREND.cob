      *
      *    MODIFICATION HISTORY
      *    22/08/2026  LCW  VERSAO INICIAL.
      *    15/10/2026  LCW  TOTAL DE CONTROLE PROPRIO NO CTLTOT AO
      *                     FINAL (REGISTROS DO ANO CONSOLIDADOS E
      *                     PROGRAMAS), PARA O PROGCOB18 COBRAR O
      *                     PASSO NA ESTEIRA DE FIM DE MES DE
      *                     DEZEMBRO (COBMONTH).
      **********************************************

       ENVIRONMENT DIVISION.
       77  WRK-PROG-ACHADO            PIC X(01) VALUE 'N'.
           88  PROGRAMA-ACHADO                  VALUE 'S'.
       77  WRK-ANO-CTLT               PIC 9(04) VALUE ZEROS.
       77  WRK-QT-CTLT-ANO            PIC 9(07) VALUE ZEROS.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'YEAREND'.
       77  WRK-CTLT-LIDOS             PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-PROCESSADOS       PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-REJEITADOS        PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-MODO              PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
               PERFORM 0300-RELATORIO-ANUAL
           END-IF.
           PERFORM 0400-CONSOLIDAR-CTLTOT.
           PERFORM 0500-GRAVAR-CONTROLE.
           DISPLAY ' FIM DO FECHAMENTO DE ANO '.
           STOP RUN.

       0410-ACUMULAR-CONTROLE.
           COMPUTE WRK-ANO-CTLT = CTLT-DATA / 10000.
           IF WRK-ANO-CTLT = WRK-ANO-FECHADO
               ADD 1 TO WRK-QT-CTLT-ANO
               PERFORM 0420-ACUMULAR-PROGRAMA
           END-IF.
           READ CONTROL-TOTALS-FILE
               ' LIDOS ' CYEAR-LIDOS
               ' PROCESSADOS ' CYEAR-PROCESSADOS
               ' REJEITADOS ' CYEAR-REJEITADOS.

      *    O PROPRIO FECHAMENTO ENTRA NO CTLTOT DEPOIS DE CONSOLIDAR,
      *    PARA NAO SE CONTAR NO ANO QUE ACABOU DE SOMAR.
       0500-GRAVAR-CONTROLE.
           MOVE WRK-QT-CTLT-ANO  TO WRK-CTLT-LIDOS.
           MOVE WRK-QT-PROGRAMAS TO WRK-CTLT-PROCESSADOS.
           CALL 'CTLTOTRTN' USING WRK-PROGRAMA-ID WRK-CTLT-LIDOS
               WRK-CTLT-PROCESSADOS WRK-CTLT-REJEITADOS
               WRK-CTLT-MODO
           END-CALL.
