      *
      *    MODIFICATION HISTORY
      *    02/09/2026  LCW  VERSAO INICIAL.
      *    15/10/2026  LCW  PERIODO ZERO = MES DA DATA DE MOVIMENTO
      *                     (CARTAO FIXO NA ESTEIRA DE FIM DE MES
      *                     COBMONTH) E TOTAL DE CONTROLE NO CTLTOT,
      *                     PARA O PROGCOB18 COBRAR O PASSO.
      **********************************************

       ENVIRONMENT DIVISION.
       77  WRK-ANO-MES                PIC 9(06) VALUE ZEROS.
       77  WRK-TOLERANCIA             PIC 9(03) VALUE ZEROS.
       77  WRK-ANO-MES-HIST           PIC 9(06) VALUE ZEROS.
       77  WRK-DATA-MOVIMENTO         PIC 9(08) VALUE ZEROS.
       77  WRK-QT-MOVTOS-LIDOS        PIC 9(07) VALUE ZEROS.
       77  WRK-QT-CONTAS-ORCADAS      PIC 9(03) VALUE ZEROS.

      *    UMA LINHA DO COMPARATIVO POR CONTA ORCADA NO PERIODO
       01  TB-CONTAS-TABELA.
       77  WRK-RPT-TITULO             PIC X(40)
           VALUE 'ORCADO X REALIZADO DO RAZAO'.
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
           DISPLAY 'PERIODO DO COMPARATIVO (AAAAMM, ZERO = MES DO '
               'MOVIMENTO) ...'.
           ACCEPT WRK-ANO-MES.
           IF WRK-ANO-MES IS NOT NUMERIC
              OR WRK-ANO-MES = ZEROS
               MOVE WRK-DATA-MOVIMENTO (1:6) TO WRK-ANO-MES
           END-IF.
           DISPLAY 'TOLERANCIA DE ESTOURO (PERCENTUAL INTEIRO) ...'.
           ACCEPT WRK-TOLERANCIA.
           MOVE 'I' TO WRK-RPT-FUNCAO.
           END-IF.

       0310-LER-MOVIMENTO.
           ADD 1 TO WRK-QT-MOVTOS-LIDOS.
           COMPUTE WRK-ANO-MES-HIST = HIST-DATA / 100.
           IF WRK-ANO-MES-HIST = WRK-ANO-MES
               MOVE HIST-CONTA TO WRK-CONTA-PROCURADA
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           MOVE WRK-QT-MOVTOS-LIDOS   TO WRK-CTLT-LIDOS.
           MOVE WRK-QT-CONTAS-ORCADAS TO WRK-CTLT-PROCESSADOS.
           MOVE WRK-QT-ESTOUROS       TO WRK-CTLT-REJEITADOS.
           CALL 'CTLTOTRTN' USING WRK-PROGRAMA-ID WRK-CTLT-LIDOS
               WRK-CTLT-PROCESSADOS WRK-CTLT-REJEITADOS
               WRK-CTLT-MODO
           END-CALL.
           IF WRK-QT-ESTOUROS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
      *    DEBITO, RECEITA REALIZA EM CREDITO).
       0410-IMPRIMIR-CONTA.
           IF TB-CONTA-ORCADO (IX-CONTA) > ZEROS
               ADD 1 TO WRK-QT-CONTAS-ORCADAS
               IF TB-CONTA-TIPO (IX-CONTA) = 'R'
                   COMPUTE WRK-REALIZADO =
                       TB-CONTA-CREDITOS (IX-CONTA)
