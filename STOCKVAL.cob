      *
      *    MODIFICATION HISTORY
      *    02/09/2026  LCW  VERSAO INICIAL.
      *    15/10/2026  LCW  ESTOQUE POR LOCAL: UMA LINHA POR PRODUTO
      *                     E LOJA OU DEPOSITO DO STOCKBAL (SEM
      *                     LOCAL E O PRINCIPAL, LOCPRTN) E, NO
      *                     FIM, O QUE ESTA EM TRANSITO ENTRE LOCAIS
      *                     (STOCKTRF) VALORIZADO PELO MESMO CUSTO
      *                     MEDIO, COM SUBTOTAL PROPRIO DENTRO DO
      *                     TOTAL GERAL.
      *    15/10/2026  LCW  TOTAL DE CONTROLE NO CTLTOT AO FINAL,
      *                     PARA O PROGCOB18 COBRAR O PASSO NA
      *                     ESTEIRA DE FIM DE MES (COBMONTH).
      *    15/10/2026  LCW  INDICADORES DO PAINEL EXECUTIVO (ROTINA
      *                     DASHRTN): VALOR TOTAL DO ESTOQUE E
      *                     QUANTIDADE DE SALDOS SEM CUSTO MEDIO. O
      *                     PASSO ENTRA TAMBEM NA ESTEIRA NOTURNA,
      *                     ANTES DO PAINEL (EXECDASH).
      **********************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PROD-STATUS.

           SELECT STOCK-TRANSFER-FILE ASSIGN TO 'STOCKTRF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-BALANCE-FILE.
       FD  PRODUCT-MASTER-FILE.
           COPY 'PRODMAST.cob'.

       FD  STOCK-TRANSFER-FILE.
           COPY 'STOCKTRF.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-STQ-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-CST-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-PROD-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-TRF-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.

               03  TB-PROD-DESCRICAO  PIC X(20).
       77  WRK-QT-PRODUTOS            PIC 9(03) VALUE ZEROS.

       77  WRK-CODIGO-VALOR           PIC X(06) VALUE SPACES.
       77  WRK-LOCAL-VALOR            PIC X(10) VALUE SPACES.
       77  WRK-LOCAL-PRINCIPAL        PIC X(10) VALUE SPACES.
       77  WRK-VALOR-TRANSITO         PIC S9(11)V99 VALUE ZEROS.
       77  WRK-QT-EM-TRANSITO         PIC 9(03) VALUE ZEROS.
       77  WRK-CUSTO-MEDIO            PIC 9(05)V99 VALUE ZEROS.
       77  WRK-DESCRICAO              PIC X(20) VALUE SPACES.
       77  WRK-VALOR-PRODUTO          PIC S9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-ED               PIC -(9)9,99 VALUE ZEROS.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'STOCKVAL'.
       77  WRK-CTLT-LIDOS             PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-PROCESSADOS       PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-REJEITADOS        PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-MODO              PIC X(10) VALUE SPACES.
       77  WRK-RPT-FUNCAO             PIC X(01) VALUE SPACES.
       77  WRK-RPT-TITULO             PIC X(40)
           VALUE 'VALORIZACAO DE ESTOQUE'.
       77  WRK-RPT-LINHA              PIC X(100) VALUE SPACES.
       77  WRK-DASH-INDICADOR         PIC X(20) VALUE SPACES.
       77  WRK-DASH-VALOR             PIC S9(11)V99 VALUE ZEROS.
       77  WRK-DASH-QUANTIDADE        PIC 9(07) VALUE ZEROS.
       77  WRK-DASH-DATA-REF          PIC 9(08) VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           CALL 'LOCPRTN' USING WRK-LOCAL-PRINCIPAL END-CALL.
           PERFORM 0110-CARREGAR-CUSTOS.
           PERFORM 0120-CARREGAR-DESCRICOES.
           OPEN INPUT STOCK-BALANCE-FILE.

       0200-PROCESSAR.
           ADD 1 TO WRK-QT-PRODUTOS-RPT.
           MOVE STQ-CODIGO TO WRK-CODIGO-VALOR.
           IF STQ-LOCAL = SPACES
               MOVE WRK-LOCAL-PRINCIPAL TO WRK-LOCAL-VALOR
           ELSE
               MOVE STQ-LOCAL TO WRK-LOCAL-VALOR
           END-IF.
           PERFORM 0210-LOCALIZAR-CUSTO.
           PERFORM 0220-LOCALIZAR-DESCRICAO.
           COMPUTE WRK-VALOR-PRODUTO =
           IF WRK-CUSTO-MEDIO = ZEROS AND STQ-SALDO NOT = ZEROS
               ADD 1 TO WRK-QT-SEM-CUSTO
               STRING 'PRODUTO ' STQ-CODIGO ' ' WRK-DESCRICAO
                   ' ' WRK-LOCAL-VALOR
                   ' SALDO ' STQ-SALDO
                   ' *** SEM CUSTO MEDIO ***'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
           ELSE
               STRING 'PRODUTO ' STQ-CODIGO ' ' WRK-DESCRICAO
                   ' ' WRK-LOCAL-VALOR
                   ' SALDO ' STQ-SALDO
                   ' CUSTO ' WRK-CUSTO-ED
                   ' VALOR ' WRK-VALOR-ED
               UNTIL IX-CST > WRK-QT-CUSTOS.

       0211-PROCURAR-CUSTO.
           IF TB-CST-CODIGO (IX-CST) = WRK-CODIGO-VALOR
               MOVE TB-CST-CUSTO (IX-CST) TO WRK-CUSTO-MEDIO
           END-IF.

               UNTIL IX-PROD > WRK-QT-PRODUTOS.

       0221-PROCURAR-DESCRICAO.
           IF TB-PROD-CODIGO (IX-PROD) = WRK-CODIGO-VALOR
               MOVE TB-PROD-DESCRICAO (IX-PROD) TO WRK-DESCRICAO
           END-IF.

           IF WRK-STQ-STATUS NOT = '35'
               CLOSE STOCK-BALANCE-FILE
           END-IF.
           PERFORM 0310-VALORIZAR-TRANSITO.
           MOVE WRK-VALOR-TOTAL TO WRK-VALOR-ED.
           DISPLAY 'PRODUTOS VALORIZADOS : ' WRK-QT-PRODUTOS-RPT.
           DISPLAY 'SEM CUSTO MEDIO      : ' WRK-QT-SEM-CUSTO.
           DISPLAY 'REMESSAS EM TRANSITO : ' WRK-QT-EM-TRANSITO.
           IF WRK-QT-EM-TRANSITO > ZEROS
               MOVE WRK-VALOR-TRANSITO TO WRK-VALOR-ED
               DISPLAY 'VALOR EM TRANSITO    : ' WRK-VALOR-ED
               MOVE SPACES TO WRK-RPT-LINHA
               STRING 'VALOR EM TRANSITO ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
               MOVE 'L' TO WRK-RPT-FUNCAO
               CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
                   WRK-RPT-TITULO WRK-RPT-LINHA
               END-CALL
               MOVE WRK-VALOR-TOTAL TO WRK-VALOR-ED
           END-IF.
           DISPLAY 'VALOR TOTAL DO ESTOQUE : ' WRK-VALOR-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'VALOR TOTAL DO ESTOQUE ' WRK-VALOR-ED
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           MOVE WRK-QT-PRODUTOS-RPT TO WRK-CTLT-LIDOS.
           MOVE WRK-QT-PRODUTOS-RPT TO WRK-CTLT-PROCESSADOS.
           MOVE WRK-QT-SEM-CUSTO TO WRK-CTLT-REJEITADOS.
           CALL 'CTLTOTRTN' USING WRK-PROGRAMA-ID WRK-CTLT-LIDOS
               WRK-CTLT-PROCESSADOS WRK-CTLT-REJEITADOS
               WRK-CTLT-MODO
           END-CALL.
           PERFORM 0320-GRAVAR-INDICADORES.
           MOVE 'F' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           DISPLAY ' FIM DA VALORIZACAO DE ESTOQUE '.

      *    A REMESSA EM TRANSITO JA SAIU DO SALDO DA ORIGEM E AINDA
      *    NAO ENTROU NO DO DESTINO: SEM ESTA PARTE O ESTOQUE DA
      *    EMPRESA SAIRIA MENOR DO QUE E.
       0310-VALORIZAR-TRANSITO.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT STOCK-TRANSFER-FILE.
           IF WRK-TRF-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ STOCK-TRANSFER-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0311-LER-TRANSFERENCIA UNTIL FIM-ARQUIVO
               CLOSE STOCK-TRANSFER-FILE
           END-IF.

       0311-LER-TRANSFERENCIA.
           IF TRANSF-EM-TRANSITO
               ADD 1 TO WRK-QT-EM-TRANSITO
               MOVE TRF-CODIGO TO WRK-CODIGO-VALOR
               PERFORM 0210-LOCALIZAR-CUSTO
               PERFORM 0220-LOCALIZAR-DESCRICAO
               COMPUTE WRK-VALOR-PRODUTO =
                   TRF-QUANTIDADE * WRK-CUSTO-MEDIO
               ADD WRK-VALOR-PRODUTO TO WRK-VALOR-TOTAL
               ADD WRK-VALOR-PRODUTO TO WRK-VALOR-TRANSITO
               MOVE WRK-CUSTO-MEDIO TO WRK-CUSTO-ED
               MOVE WRK-VALOR-PRODUTO TO WRK-VALOR-ED
               MOVE SPACES TO WRK-RPT-LINHA
               STRING 'PRODUTO ' TRF-CODIGO ' ' WRK-DESCRICAO
                   ' ' TRF-DESTINO
                   ' TRANSITO ' TRF-QUANTIDADE
                   ' CUSTO ' WRK-CUSTO-ED
                   ' VALOR ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
               DISPLAY WRK-RPT-LINHA
               MOVE 'L' TO WRK-RPT-FUNCAO
               CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
                   WRK-RPT-TITULO WRK-RPT-LINHA
               END-CALL
           END-IF.
           READ STOCK-TRANSFER-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    VALOR DO ESTOQUE (COM O TRANSITO) E SALDOS SEM CUSTO
      *    PARA O PAINEL EXECUTIVO DO DIA (EXECDASH).
       0320-GRAVAR-INDICADORES.
           MOVE ZEROS TO WRK-DASH-DATA-REF.
           MOVE 'ESTOQUE-VALOR'     TO WRK-DASH-INDICADOR.
           MOVE WRK-VALOR-TOTAL     TO WRK-DASH-VALOR.
           MOVE WRK-QT-PRODUTOS-RPT TO WRK-DASH-QUANTIDADE.
           CALL 'DASHRTN' USING WRK-PROGRAMA-ID WRK-DASH-INDICADOR
               WRK-DASH-VALOR WRK-DASH-QUANTIDADE WRK-DASH-DATA-REF
           END-CALL.
           MOVE 'ESTOQUE-SEM-CUSTO' TO WRK-DASH-INDICADOR.
           MOVE ZEROS               TO WRK-DASH-VALOR.
           MOVE WRK-QT-SEM-CUSTO    TO WRK-DASH-QUANTIDADE.
           CALL 'DASHRTN' USING WRK-PROGRAMA-ID WRK-DASH-INDICADOR
               WRK-DASH-VALOR WRK-DASH-QUANTIDADE WRK-DASH-DATA-REF
           END-CALL.
