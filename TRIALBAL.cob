      *
      *    MODIFICATION HISTORY
      *    02/09/2026  LCW  VERSAO INICIAL.
      *    15/10/2026  LCW  PERIODO ZERO = MES DA DATA DE MOVIMENTO
      *                     (CARTAO FIXO NA ESTEIRA DE FIM DE MES
      *                     COBMONTH) E TOTAL DE CONTROLE NO CTLTOT,
      *                     PARA O PROGCOB18 COBRAR O PASSO.
      **********************************************

       ENVIRONMENT DIVISION.
       77  WRK-ANO-AUX                PIC 9(04) VALUE ZEROS.
       77  WRK-MES-AUX                PIC 9(02) VALUE ZEROS.
       77  WRK-ANO-MES-HIST           PIC 9(06) VALUE ZEROS.
       77  WRK-DATA-MOVIMENTO         PIC 9(08) VALUE ZEROS.
       77  WRK-QT-MOVTOS-LIDOS        PIC 9(07) VALUE ZEROS.
       77  WRK-QT-MOVTOS-PERIODO      PIC 9(07) VALUE ZEROS.

      *    UMA LINHA DO BALANCETE POR CONTA DO PLANO
       01  TB-CONTAS-TABELA.
       77  WRK-RPT-TITULO             PIC X(40)
           VALUE 'BALANCETE DE VERIFICACAO'.
       77  WRK-RPT-LINHA              PIC X(100) VALUE SPACES.
       77  WRK-CTLT-LIDOS             PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-PROCESSADOS       PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-REJEITADOS        PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-MODO              PIC X(10) VALUE SPACES.
      *    O RC FINAL E GUARDADO AQUI E SO CARREGADO NO RETURN-CODE
      *    DEPOIS DA ULTIMA CALL - UMA CALL DEVOLVE RETURN-CODE
      *    ZERADO E APAGARIA O AVISO DE LIVROS FORA DE BALANCE.
           STOP RUN.

       0100-INICIALIZAR.
           CALL 'RUNDTRTN' USING WRK-DATA-MOVIMENTO END-CALL.
           DISPLAY 'PERIODO DO BALANCETE (AAAAMM, ZERO = MES DO '
               'MOVIMENTO) ...'.
           ACCEPT WRK-ANO-MES.
           IF WRK-ANO-MES IS NOT NUMERIC
              OR WRK-ANO-MES = ZEROS
               MOVE WRK-DATA-MOVIMENTO (1:6) TO WRK-ANO-MES
           END-IF.
           COMPUTE WRK-ANO-AUX = WRK-ANO-MES / 100.
           COMPUTE WRK-MES-AUX =
               WRK-ANO-MES - (WRK-ANO-AUX * 100).
           END-IF.

       0310-LER-MOVIMENTO.
           ADD 1 TO WRK-QT-MOVTOS-LIDOS.
           COMPUTE WRK-ANO-MES-HIST = HIST-DATA / 100.
           IF WRK-ANO-MES-HIST = WRK-ANO-MES
               ADD 1 TO WRK-QT-MOVTOS-PERIODO
               MOVE HIST-CONTA TO WRK-CONTA-PROCURADA
               PERFORM 0500-LOCALIZAR-CONTA
               IF CONTA-ACHADA
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           MOVE WRK-QT-MOVTOS-LIDOS   TO WRK-CTLT-LIDOS.
           MOVE WRK-QT-MOVTOS-PERIODO TO WRK-CTLT-PROCESSADOS.
           CALL 'CTLTOTRTN' USING WRK-PROGRAMA-ID WRK-CTLT-LIDOS
               WRK-CTLT-PROCESSADOS WRK-CTLT-REJEITADOS
               WRK-CTLT-MODO
           END-CALL.
           MOVE WRK-RC-FINAL TO RETURN-CODE.
           DISPLAY ' FIM DO BALANCETE '.

