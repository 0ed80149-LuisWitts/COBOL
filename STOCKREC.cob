       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCKREC.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: CONCILIACAO MENSAL DO ESTOQUE COM O RAZAO: O
      *              ESTOQUE VALORIZADO COMO NO STOCKVAL (SALDO DO
      *              STOCKBAL VEZES O CUSTO MEDIO DO STOCKCST, MAIS
      *              O QUE ESTA EM TRANSITO NO STOCKTRF) CONTRA O
      *              SALDO DA CONTA DE ESTOQUE NO LEDGBAL. RODA NO
      *              FIM DO MES, DEPOIS DO FECHAMENTO DA NOITE.
      *              DIFERENCA DIFERENTE DE ZERO SAI NO RELATORIO,
      *              VAI PARA O LOG DE EXCECOES (EXCPRTN) E O
      *              PROGRAMA TERMINA COM RETURN-CODE 8. O SALDO DO
      *              RAZAO SEGUE O SINAL DO LEDGBAL (CREDITO SOMA,
      *              DEBITO SUBTRAI) E E MOSTRADO COM O SINAL
      *              TROCADO, DEVEDOR POSITIVO.
      *    data = 15/10/2026
      *
      *    MODIFICATION HISTORY
      *    15/10/2026  LCW  VERSAO INICIAL.
      *    15/10/2026  LCW  CONTA DE ESTOQUE PELA REGRA CONTABIL DO
      *                     CMV DO FECHAMENTO (REGRACTB).
      *    15/10/2026  LCW  TOTAL DE CONTROLE NO CTLTOT QUANDO A
      *                     CONCILIACAO E FEITA, PARA O PROGCOB18
      *                     COBRAR O PASSO NA ESTEIRA DE FIM DE MES
      *                     (COBMONTH); SEM O RAZAO NAO HA TOTAL E O
      *                     PASSO APARECE COMO FALTANTE.
      **********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-BALANCE-FILE ASSIGN TO 'STOCKBAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STQ-STATUS.

           SELECT STOCK-COST-FILE ASSIGN TO 'STOCKCST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CST-STATUS.

           SELECT STOCK-TRANSFER-FILE ASSIGN TO 'STOCKTRF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRF-STATUS.

           SELECT LEDGER-BALANCE-FILE ASSIGN TO 'LEDGBAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LEDG-CONTA
               FILE STATUS IS WRK-LEDG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-BALANCE-FILE.
           COPY 'STOCKBAL.cob'.

       FD  STOCK-COST-FILE.
           COPY 'STOCKCST.cob'.

       FD  STOCK-TRANSFER-FILE.
           COPY 'STOCKTRF.cob'.

       FD  LEDGER-BALANCE-FILE.
       01  LEDGER-RECORD.
           02  LEDG-CONTA            PIC 9(06).
           02  LEDG-SALDO            PIC S9(09)V99.

       WORKING-STORAGE SECTION.
       77  WRK-STQ-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-CST-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-TRF-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-LEDG-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.
       77  WRK-RC-FINAL               PIC 9(04) VALUE ZEROS.

      *    CUSTOS MEDIOS CARREGADOS NA INICIALIZACAO
       01  TB-CUSTO-TABELA.
           02  TB-CUSTO OCCURS 100 TIMES INDEXED BY IX-CST.
               03  TB-CST-CODIGO      PIC X(06).
               03  TB-CST-CUSTO       PIC 9(05)V99.
       77  WRK-QT-CUSTOS              PIC 9(03) VALUE ZEROS.

      *    CONTA DE ESTOQUE QUE O FECHAMENTO (PROGCOB16) CREDITA
      *    PELO CMV, PELA MESMA REGRA CONTABIL (REGRACTB)
       77  WRK-CONTA-ESTOQUE          PIC 9(06) VALUE 150100.
       77  WRK-REGRA-PROGRAMA         PIC X(09) VALUE 'PROGCOB16'.
       77  WRK-REGRA-EVENTO           PIC X(15) VALUE 'CMV-VENDA'.
       77  WRK-REGRA-LADO             PIC X(01) VALUE 'C'.
       77  WRK-DATA-MOVIMENTO         PIC 9(08) VALUE ZEROS.
       77  WRK-MES-MOVIMENTO          PIC 9(06) VALUE ZEROS.
       77  WRK-CODIGO-VALOR           PIC X(06) VALUE SPACES.
       77  WRK-CUSTO-MEDIO            PIC 9(05)V99 VALUE ZEROS.
       77  WRK-VALOR-PRODUTO          PIC S9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-SALDOS           PIC S9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-TRANSITO         PIC S9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-ESTOQUE          PIC S9(11)V99 VALUE ZEROS.
       77  WRK-SALDO-RAZAO            PIC S9(11)V99 VALUE ZEROS.
       77  WRK-DIFERENCA              PIC S9(11)V99 VALUE ZEROS.
       77  WRK-QT-SALDOS              PIC 9(05) VALUE ZEROS.
       77  WRK-QT-EM-TRANSITO         PIC 9(03) VALUE ZEROS.
       77  WRK-QT-SEM-CUSTO           PIC 9(03) VALUE ZEROS.
       77  WRK-RAZAO-LIDO             PIC X(01) VALUE 'N'.
           88  RAZAO-DISPONIVEL                 VALUE 'S'.
       77  WRK-VALOR-ED               PIC -(9)9,99 VALUE ZEROS.
       77  WRK-LR-ROTULO              PIC X(40) VALUE SPACES.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'STOCKREC'.
       77  WRK-REFERENCIA-LOG         PIC X(20) VALUE SPACES.
       77  WRK-MOTIVO-LOG             PIC X(40) VALUE SPACES.
       77  WRK-RPT-FUNCAO             PIC X(01) VALUE SPACES.
       77  WRK-RPT-TITULO             PIC X(40)
           VALUE 'CONCILIACAO DO ESTOQUE COM O RAZAO'.
       77  WRK-RPT-LINHA              PIC X(100) VALUE SPACES.
       77  WRK-CTLT-LIDOS             PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-PROCESSADOS       PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-REJEITADOS        PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-MODO              PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-VALORIZAR-SALDOS.
           PERFORM 0250-VALORIZAR-TRANSITO.
           PERFORM 0280-LER-SALDO-RAZAO.
           PERFORM 0300-FINALIZAR.
           MOVE WRK-RC-FINAL TO RETURN-CODE.
           STOP RUN.

       0100-INICIALIZAR.
           DISPLAY '=== CONCILIACAO DO ESTOQUE COM O RAZAO ==='.
           CALL 'RUNDTRTN' USING WRK-DATA-MOVIMENTO END-CALL.
           MOVE WRK-DATA-MOVIMENTO (1:6) TO WRK-MES-MOVIMENTO.
           DISPLAY 'MES DE REFERENCIA : ' WRK-MES-MOVIMENTO.
           CALL 'REGRARTN' USING WRK-REGRA-PROGRAMA WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-ESTOQUE
           END-CALL.
           MOVE 'I' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           PERFORM 0110-CARREGAR-CUSTOS.

       0110-CARREGAR-CUSTOS.
           OPEN INPUT STOCK-COST-FILE.
           IF WRK-CST-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ STOCK-COST-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0111-LER-CUSTO UNTIL FIM-ARQUIVO
               CLOSE STOCK-COST-FILE
           END-IF.
           MOVE 'N' TO WRK-EOF.

       0111-LER-CUSTO.
           IF WRK-QT-CUSTOS < 100
               ADD 1 TO WRK-QT-CUSTOS
               SET IX-CST TO WRK-QT-CUSTOS
               MOVE CST-CODIGO      TO TB-CST-CODIGO (IX-CST)
               MOVE CST-CUSTO-MEDIO TO TB-CST-CUSTO (IX-CST)
           END-IF.
           READ STOCK-COST-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    MESMA VALORIZACAO DO STOCKVAL, SO QUE EM TOTAL: O DETALHE
      *    POR PRODUTO E LOCAL CONTINUA SENDO O RELATORIO DELE.
       0200-VALORIZAR-SALDOS.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT STOCK-BALANCE-FILE.
           IF WRK-STQ-STATUS = '35'
               DISPLAY 'SEM SALDOS DE ESTOQUE (STOCKBAL)'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ STOCK-BALANCE-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0201-LER-SALDO UNTIL FIM-ARQUIVO
               CLOSE STOCK-BALANCE-FILE
           END-IF.

       0201-LER-SALDO.
           ADD 1 TO WRK-QT-SALDOS.
           MOVE STQ-CODIGO TO WRK-CODIGO-VALOR.
           PERFORM 0210-LOCALIZAR-CUSTO.
           IF WRK-CUSTO-MEDIO = ZEROS AND STQ-SALDO NOT = ZEROS
               ADD 1 TO WRK-QT-SEM-CUSTO
           END-IF.
           COMPUTE WRK-VALOR-PRODUTO =
               STQ-SALDO * WRK-CUSTO-MEDIO.
           ADD WRK-VALOR-PRODUTO TO WRK-VALOR-SALDOS.
           READ STOCK-BALANCE-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0210-LOCALIZAR-CUSTO.
           MOVE ZEROS TO WRK-CUSTO-MEDIO.
           PERFORM 0211-PROCURAR-CUSTO
               VARYING IX-CST FROM 1 BY 1
               UNTIL IX-CST > WRK-QT-CUSTOS.

       0211-PROCURAR-CUSTO.
           IF TB-CST-CODIGO (IX-CST) = WRK-CODIGO-VALOR
               MOVE TB-CST-CUSTO (IX-CST) TO WRK-CUSTO-MEDIO
           END-IF.

      *    A REMESSA EM TRANSITO JA SAIU DO SALDO DA ORIGEM E AINDA
      *    NAO ENTROU NO DO DESTINO, MAS CONTINUA NA CONTA DE
      *    ESTOQUE DO RAZAO.
       0250-VALORIZAR-TRANSITO.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT STOCK-TRANSFER-FILE.
           IF WRK-TRF-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ STOCK-TRANSFER-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0251-LER-TRANSFERENCIA UNTIL FIM-ARQUIVO
               CLOSE STOCK-TRANSFER-FILE
           END-IF.

       0251-LER-TRANSFERENCIA.
           IF TRANSF-EM-TRANSITO
               ADD 1 TO WRK-QT-EM-TRANSITO
               MOVE TRF-CODIGO TO WRK-CODIGO-VALOR
               PERFORM 0210-LOCALIZAR-CUSTO
               COMPUTE WRK-VALOR-PRODUTO =
                   TRF-QUANTIDADE * WRK-CUSTO-MEDIO
               ADD WRK-VALOR-PRODUTO TO WRK-VALOR-TRANSITO
           END-IF.
           READ STOCK-TRANSFER-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    SEM O RAZAO NAO HA O QUE CONCILIAR: O PROGRAMA TERMINA
      *    COM RC=8. CONTA AINDA SEM SALDO PARTE DE ZERO.
       0280-LER-SALDO-RAZAO.
           OPEN INPUT LEDGER-BALANCE-FILE.
           IF WRK-LEDG-STATUS NOT = '00'
               DISPLAY '*** LEDGBAL INDISPONIVEL (STATUS '
                   WRK-LEDG-STATUS ') - CONCILIACAO NAO FEITA ***'
               MOVE 8 TO WRK-RC-FINAL
           ELSE
               MOVE 'S' TO WRK-RAZAO-LIDO
               MOVE WRK-CONTA-ESTOQUE TO LEDG-CONTA
               READ LEDGER-BALANCE-FILE
                   INVALID KEY
                       DISPLAY 'CONTA ' WRK-CONTA-ESTOQUE
                           ' SEM SALDO NO RAZAO - SALDO ZERO'
                       MOVE ZEROS TO WRK-SALDO-RAZAO
                   NOT INVALID KEY
                       COMPUTE WRK-SALDO-RAZAO = ZEROS - LEDG-SALDO
               END-READ
               CLOSE LEDGER-BALANCE-FILE
           END-IF.

       0300-FINALIZAR.
           COMPUTE WRK-VALOR-ESTOQUE =
               WRK-VALOR-SALDOS + WRK-VALOR-TRANSITO.
           MOVE 'ESTOQUE NOS LOCAIS (STOCKBAL)' TO WRK-LR-ROTULO.
           MOVE WRK-VALOR-SALDOS TO WRK-VALOR-ED.
           PERFORM 0900-REGISTRAR-LINHA.
           MOVE 'ESTOQUE EM TRANSITO (STOCKTRF)' TO WRK-LR-ROTULO.
           MOVE WRK-VALOR-TRANSITO TO WRK-VALOR-ED.
           PERFORM 0900-REGISTRAR-LINHA.
           MOVE 'ESTOQUE VALORIZADO' TO WRK-LR-ROTULO.
           MOVE WRK-VALOR-ESTOQUE TO WRK-VALOR-ED.
           PERFORM 0900-REGISTRAR-LINHA.
           IF RAZAO-DISPONIVEL
               PERFORM 0310-CONCILIAR
               PERFORM 0320-GRAVAR-TOTAL-CONTROLE
           END-IF.
           IF WRK-QT-SEM-CUSTO > ZEROS
               MOVE SPACES TO WRK-RPT-LINHA
               STRING 'AVISO: ' WRK-QT-SEM-CUSTO
                   ' SALDO(S) SEM CUSTO MEDIO NO STOCKCST'
                   ' - VALORIZADOS A ZERO'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
               PERFORM 0910-IMPRIMIR-LINHA
           END-IF.
           MOVE 'F' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           DISPLAY 'SALDOS VALORIZADOS   : ' WRK-QT-SALDOS.
           DISPLAY 'REMESSAS EM TRANSITO : ' WRK-QT-EM-TRANSITO.
           DISPLAY 'SEM CUSTO MEDIO      : ' WRK-QT-SEM-CUSTO.
           DISPLAY ' FIM DA CONCILIACAO DO ESTOQUE - RC='
               WRK-RC-FINAL.

       0310-CONCILIAR.
           COMPUTE WRK-DIFERENCA =
               WRK-VALOR-ESTOQUE - WRK-SALDO-RAZAO.
           MOVE SPACES TO WRK-LR-ROTULO.
           STRING 'SALDO DA CONTA ' WRK-CONTA-ESTOQUE ' NO RAZAO'
               DELIMITED BY SIZE INTO WRK-LR-ROTULO
           END-STRING.
           MOVE WRK-SALDO-RAZAO TO WRK-VALOR-ED.
           PERFORM 0900-REGISTRAR-LINHA.
           MOVE 'DIFERENCA (ESTOQUE - RAZAO)' TO WRK-LR-ROTULO.
           MOVE WRK-DIFERENCA TO WRK-VALOR-ED.
           PERFORM 0900-REGISTRAR-LINHA.
           IF WRK-DIFERENCA = ZEROS
               MOVE 'CONCILIACAO DO ESTOQUE: OK' TO WRK-RPT-LINHA
               PERFORM 0910-IMPRIMIR-LINHA
           ELSE
               MOVE '*** ESTOQUE NAO CONFERE COM O RAZAO ***'
                   TO WRK-RPT-LINHA
               PERFORM 0910-IMPRIMIR-LINHA
               MOVE WRK-MES-MOVIMENTO TO WRK-REFERENCIA-LOG
               MOVE 'ESTOQUE DIFERE DA CONTA NO RAZAO'
                   TO WRK-MOTIVO-LOG
               CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                   WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
               END-CALL
               MOVE 8 TO WRK-RC-FINAL
           END-IF.

      *    LIDOS = SALDOS MAIS REMESSAS EM TRANSITO VALORIZADOS;
      *    REJEITADOS = SALDOS SEM CUSTO MEDIO (VALORIZADOS A ZERO).
       0320-GRAVAR-TOTAL-CONTROLE.
           COMPUTE WRK-CTLT-LIDOS =
               WRK-QT-SALDOS + WRK-QT-EM-TRANSITO.
           MOVE WRK-CTLT-LIDOS   TO WRK-CTLT-PROCESSADOS.
           MOVE WRK-QT-SEM-CUSTO TO WRK-CTLT-REJEITADOS.
           CALL 'CTLTOTRTN' USING WRK-PROGRAMA-ID WRK-CTLT-LIDOS
               WRK-CTLT-PROCESSADOS WRK-CTLT-REJEITADOS
               WRK-CTLT-MODO
           END-CALL.

       0900-REGISTRAR-LINHA.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING WRK-LR-ROTULO ' ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0910-IMPRIMIR-LINHA.

       0910-IMPRIMIR-LINHA.
           DISPLAY WRK-RPT-LINHA.
           MOVE 'L' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
