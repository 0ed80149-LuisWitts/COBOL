      *                     EM NENHUMA PASSADA (R/D/A/P) E O SALDO
      *                     DE CONTA SEM GRUPO SUMIA DAS DUAS
      *                     DEMONSTRACOES EM SILENCIO.
      *    15/10/2026  LCW  PERIODO ZERO = MES DA DATA DE MOVIMENTO
      *                     (CARTAO FIXO NA ESTEIRA DE FIM DE MES
      *                     COBMONTH) E TOTAL DE CONTROLE NO CTLTOT,
      *                     PARA O PROGCOB18 COBRAR O PASSO.
      **********************************************

       ENVIRONMENT DIVISION.
       77  WRK-ANO-MES-ANTERIOR       PIC 9(06) VALUE ZEROS.
       77  WRK-ANO-AUX                PIC 9(04) VALUE ZEROS.
       77  WRK-MES-AUX                PIC 9(02) VALUE ZEROS.
       77  WRK-DATA-MOVIMENTO         PIC 9(08) VALUE ZEROS.
       77  WRK-QT-SALDOS-LIDOS        PIC 9(07) VALUE ZEROS.
       77  WRK-QT-SALDOS-PERIODO      PIC 9(07) VALUE ZEROS.

      *    GRUPOS DO ACCGROUP, COM OS TOTAIS DO PERIODO E DO
      *    ANTERIOR; O PRIMEIRO SLOT E RESERVADO AO 'SEM GRUPO'
       77  WRK-RPT-TITULO             PIC X(40)
           VALUE 'DEMONSTRACOES FINANCEIRAS'.
       77  WRK-RPT-LINHA              PIC X(100) VALUE SPACES.
       77  WRK-CTLT-LIDOS             PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-PROCESSADOS       PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-REJEITADOS        PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-MODO              PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           STOP RUN.

       0100-INICIALIZAR.
           CALL 'RUNDTRTN' USING WRK-DATA-MOVIMENTO END-CALL.
           DISPLAY 'PERIODO DAS DEMONSTRACOES (AAAAMM, ZERO = MES '
               'DO MOVIMENTO) ...'.
           ACCEPT WRK-ANO-MES.
           IF WRK-ANO-MES IS NOT NUMERIC
              OR WRK-ANO-MES = ZEROS
               MOVE WRK-DATA-MOVIMENTO (1:6) TO WRK-ANO-MES
           END-IF.
           COMPUTE WRK-ANO-AUX = WRK-ANO-MES / 100.
           COMPUTE WRK-MES-AUX =
               WRK-ANO-MES - (WRK-ANO-AUX * 100).
           END-IF.

       0210-LER-SALDO.
           ADD 1 TO WRK-QT-SALDOS-LIDOS.
           IF PERB-ANO-MES = WRK-ANO-MES
               ADD 1 TO WRK-QT-SALDOS-PERIODO
           END-IF.
           IF PERB-ANO-MES = WRK-ANO-MES
              OR PERB-ANO-MES = WRK-ANO-MES-ANTERIOR
               PERFORM 0220-ACHAR-GRUPO-DA-CONTA
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           MOVE WRK-QT-SALDOS-LIDOS   TO WRK-CTLT-LIDOS.
           MOVE WRK-QT-SALDOS-PERIODO TO WRK-CTLT-PROCESSADOS.
           CALL 'CTLTOTRTN' USING WRK-PROGRAMA-ID WRK-CTLT-LIDOS
               WRK-CTLT-PROCESSADOS WRK-CTLT-REJEITADOS
               WRK-CTLT-MODO
           END-CALL.
           DISPLAY ' FIM DAS DEMONSTRACOES '.
