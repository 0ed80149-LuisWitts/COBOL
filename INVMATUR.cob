      *                     INVMAINT E PELA ROLAGEM INVROLL) DEIXOU
      *                     DE ENTRAR NO ALERTA; SITUACAO EM BRANCO
      *                     (LAYOUT ANTIGO) CONTA COMO ATIVO.
      *    15/10/2026  LCW  CONTRATO INDEXADO (CDI/IPCA) SAI NO ALERTA
      *                     COM O VALOR BRUTO ESTIMADO NO VENCIMENTO
      *                     (PRINCIPAL COMPOSTO PELO FATOR DA INDXRTN)
      *                     E A QUANTIDADE DE MESES PROJETADOS.
      *    15/10/2026  LCW  TOTAL DE CONTROLE NO CTLTOT AO FINAL,
      *                     PARA O PROGCOB18 COBRAR O PASSO NA
      *                     ESTEIRA DE FIM DE MES (COBMONTH).
      **********************************************

       ENVIRONMENT DIVISION.
       77  WRK-QT-ALERTAS             PIC 9(05) VALUE ZEROS.
       77  WRK-PRINCIPAL-ED           PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.

      *    ESTIMATIVA DO CONTRATO INDEXADO (FATOR MENSAL DA INDXRTN)
       77  WRK-MES-ATUAL              PIC 9(03) VALUE ZEROS.
       77  WRK-VALOR-ESTIMADO         PIC 9(10)V99 VALUE ZEROS.
       77  WRK-FATOR-MES              PIC 9V9(08) VALUE ZEROS.
       77  WRK-ANOMES-INDICE          PIC 9(06) VALUE ZEROS.
       77  WRK-ORIGEM-INDICE          PIC X(01) VALUE SPACES.
           88  INDICE-PROJETADO                 VALUES 'J' 'Z'.
       77  WRK-QT-MESES-PROJ          PIC 9(03) VALUE ZEROS.
       77  WRK-ESTIMADO-ED            PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'INVMATUR'.
       77  WRK-CTLT-LIDOS             PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-PROCESSADOS       PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-REJEITADOS        PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-MODO              PIC X(10) VALUE SPACES.
       77  WRK-RPT-FUNCAO             PIC X(01) VALUE SPACES.
       77  WRK-RPT-TITULO             PIC X(40)
           VALUE 'ALERTA DE VENCIMENTO DE CONTRATOS'.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           IF CONTRATO-INDEXADO
               PERFORM 0250-ESTIMAR-INDEXADO
           END-IF.

       0240-IMPRIMIR-ALERTA.
           MOVE INV-PRINCIPAL TO WRK-PRINCIPAL-ED.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           IF CONTRATO-INDEXADO
               PERFORM 0250-ESTIMAR-INDEXADO
           END-IF.

      *    CONTRATO INDEXADO: O PRINCIPAL E COMPOSTO MES A MES PELO
      *    FATOR DA INDXRTN (INDICE PUBLICADO NOS MESES JA DIVULGADOS
      *    E PROJECAO NOS DEMAIS); APORTES E RESGATES DO INVMOVE
      *    FICAM FORA DA ESTIMATIVA, QUE E SO UM AVISO PARA A MESA.
       0250-ESTIMAR-INDEXADO.
           MOVE INV-PRINCIPAL TO WRK-VALOR-ESTIMADO.
           MOVE ZEROS TO WRK-QT-MESES-PROJ.
           PERFORM 0251-COMPOR-MES-INDEXADO
               VARYING WRK-MES-ATUAL FROM 1 BY 1
               UNTIL WRK-MES-ATUAL > INV-MESES.
           MOVE WRK-VALOR-ESTIMADO TO WRK-ESTIMADO-ED.
           DISPLAY '    ' INV-INDEXADOR ' - BRUTO ESTIMADO NO '
               'VENCIMENTO ' WRK-ESTIMADO-ED ' (' WRK-QT-MESES-PROJ
               ' MESES PROJETADOS)'.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING '    ' INV-INDEXADOR ' - BRUTO ESTIMADO NO '
               'VENCIMENTO ' WRK-ESTIMADO-ED ' (' WRK-QT-MESES-PROJ
               ' MESES PROJETADOS)'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           MOVE 'L' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.

       0251-COMPOR-MES-INDEXADO.
           CALL 'INDXRTN' USING INV-INDEXADOR INV-PCT-INDICE
               INV-SPREAD-MES INV-DATA-INICIO WRK-MES-ATUAL
               WRK-FATOR-MES WRK-ANOMES-INDICE WRK-ORIGEM-INDICE
           END-CALL.
           IF INDICE-PROJETADO
               ADD 1 TO WRK-QT-MESES-PROJ
           END-IF.
           COMPUTE WRK-VALOR-ESTIMADO ROUNDED =
               WRK-VALOR-ESTIMADO * WRK-FATOR-MES.

       0300-FINALIZAR.
           CLOSE INVESTMENT-MASTER-FILE.
           DISPLAY 'CONTAS EXAMINADAS : ' WRK-QT-CONTAS.
           DISPLAY 'ALERTAS EMITIDOS  : ' WRK-QT-ALERTAS.
           MOVE WRK-QT-CONTAS TO WRK-CTLT-LIDOS.
           MOVE WRK-QT-CONTAS TO WRK-CTLT-PROCESSADOS.
           CALL 'CTLTOTRTN' USING WRK-PROGRAMA-ID WRK-CTLT-LIDOS
               WRK-CTLT-PROCESSADOS WRK-CTLT-REJEITADOS
               WRK-CTLT-MODO
           END-CALL.
           MOVE 'F' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
