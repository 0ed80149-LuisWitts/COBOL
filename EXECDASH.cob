       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXECDASH.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: PAINEL EXECUTIVO DO DIA. UMA PAGINA SO, GERADA
      *              NO FIM DA ESTEIRA NOTURNA E IMPRESSA PELO SPOOL
      *              (RPTHDRTN / RPTPRINT), COM O QUE A DIRETORIA
      *              HOJE JUNTA DE MEIA DUZIA DE RELATORIOS:
      *              - VENDAS E MARGEM DA DATA DE MOVIMENTO CONTRA O
      *                MESMO DIA DO ANO ANTERIOR (SALEHIST, MARGEM
      *                PELO CUSTO MEDIO ATUAL DO STOCKCST NOS DOIS
      *                ANOS, PARA A COMPARACAO SER DE PRECO E VOLUME);
      *              - CAIXA INICIAL, SALDO PROJETADO E PRIMEIRO DIA
      *                NEGATIVO DA PREVISAO (CASHFCST);
      *              - CONTAS A RECEBER VENCIDAS POR FAIXA DE ATRASO
      *                (ARINVOIC, MESMAS FAIXAS DO ARAGING);
      *              - VALOR DO ESTOQUE (STOCKVAL) E PRODUTOS ATIVOS
      *                ABAIXO DO PONTO DE REPOSICAO (STOCKBAL MAIS
      *                TRANSITO CONTRA O PRODMAST, COMO O POSUGGST);
      *              - FOLHA A PAGAR E APLICACOES QUE VENCEM NOS
      *                PROXIMOS 15 DIAS (CASHFCST);
      *              - EXCECOES EM ABERTO NO EXCPMAST;
      *              - SITUACAO DOS JOBS DA NOITE (PROGCOB18).
      *              OS NUMEROS DE CAIXA, ESTOQUE E NOITE VEM DO
      *              ARQUIVO DE INDICADORES (DASHIND, ROTINA DASHRTN),
      *              PELO ULTIMO REGISTRO DE CADA INDICADOR NA DATA
      *              DE MOVIMENTO; SEM ELE A LINHA SAI 'NAO
      *              DISPONIVEL' E O PAINEL TERMINA COM RC=4.
      *    data = 15/10/2026
      *
      *    MODIFICATION HISTORY
      *    15/10/2026  LCW  VERSAO INICIAL.
      **********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-HISTORY-FILE ASSIGN TO 'SALEHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SH-STATUS.

           SELECT STOCK-COST-FILE ASSIGN TO 'STOCKCST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CST-STATUS.

           SELECT AR-INVOICE-FILE ASSIGN TO 'ARINVOIC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FAT-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO 'PRODMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PROD-STATUS.

           SELECT STOCK-BALANCE-FILE ASSIGN TO 'STOCKBAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STQ-STATUS.

           SELECT STOCK-TRANSFER-FILE ASSIGN TO 'STOCKTRF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRF-STATUS.

           SELECT EXCEPTION-MASTER-FILE ASSIGN TO 'EXCPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EXCM-CHAVE
               FILE STATUS IS WRK-EXCM-STATUS.

           SELECT DASHBOARD-INDICATOR-FILE ASSIGN TO 'DASHIND'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DASH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-HISTORY-FILE.
           COPY 'SALEHIST.cob'.

       FD  STOCK-COST-FILE.
           COPY 'STOCKCST.cob'.

       FD  AR-INVOICE-FILE.
           COPY 'ARINVOIC.cob'.

       FD  PRODUCT-MASTER-FILE.
           COPY 'PRODMAST.cob'.

       FD  STOCK-BALANCE-FILE.
           COPY 'STOCKBAL.cob'.

       FD  STOCK-TRANSFER-FILE.
           COPY 'STOCKTRF.cob'.

       FD  EXCEPTION-MASTER-FILE.
           COPY 'EXCPMAST.cob'.

       FD  DASHBOARD-INDICATOR-FILE.
           COPY 'DASHIND.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'EXECDASH'.
       77  WRK-SH-STATUS              PIC X(02) VALUE SPACES.
       77  WRK-CST-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-FAT-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-PROD-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-STQ-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-TRF-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-EXCM-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-DASH-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.

      *    DATA DE MOVIMENTO E MESMO DIA DO ANO ANTERIOR (29/02 VIRA
      *    28/02 QUANDO O ANO ANTERIOR NAO E BISSEXTO)
       77  WRK-DATA-HOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-HOJE              PIC 9(09) VALUE ZEROS.
       01  WRK-DATA-ANO-ANTERIOR.
           02  WRK-AA-ANO             PIC 9(04).
           02  WRK-AA-MES             PIC 9(02).
           02  WRK-AA-DIA             PIC 9(02).
       01  WRK-DATA-ANO-ANT-NUM REDEFINES WRK-DATA-ANO-ANTERIOR
                                      PIC 9(08).

      *    CUSTO MEDIO POR PRODUTO (STOCKCST) PARA A MARGEM
       01  TB-CUSTO-TABELA.
           02  TB-CUSTO OCCURS 100 TIMES INDEXED BY IX-CST.
               03  TB-CST-CODIGO      PIC X(06).
               03  TB-CST-CUSTO       PIC 9(05)V99.
       77  WRK-QT-CUSTOS              PIC 9(03) VALUE ZEROS.
       77  WRK-CUSTO-MEDIO            PIC 9(05)V99 VALUE ZEROS.

      *    VENDAS E MARGEM - DIA E MESMO DIA DO ANO ANTERIOR
       77  WRK-SINAL                  PIC S9(01) VALUE +1.
       77  WRK-CUSTO-LINHA            PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VENDA-DIA              PIC S9(11)V99 VALUE ZEROS.
       77  WRK-VENDA-ANT              PIC S9(11)V99 VALUE ZEROS.
       77  WRK-MARGEM-DIA             PIC S9(11)V99 VALUE ZEROS.
       77  WRK-MARGEM-ANT             PIC S9(11)V99 VALUE ZEROS.
       77  WRK-QT-SEM-CUSTO-VENDA     PIC 9(05) VALUE ZEROS.

      *    CONTAS A RECEBER POR FAIXA DE ATRASO
       77  WRK-DIAS-VENC              PIC 9(09) VALUE ZEROS.
       77  WRK-DIAS-ATRASO            PIC S9(05) VALUE ZEROS.
       77  WRK-AR-A-VENCER            PIC 9(11)V99 VALUE ZEROS.
       77  WRK-AR-ATE30               PIC 9(11)V99 VALUE ZEROS.
       77  WRK-AR-ATE60               PIC 9(11)V99 VALUE ZEROS.
       77  WRK-AR-ATE90               PIC 9(11)V99 VALUE ZEROS.
       77  WRK-AR-MAIS90              PIC 9(11)V99 VALUE ZEROS.
       77  WRK-AR-VENCIDO             PIC 9(11)V99 VALUE ZEROS.

      *    PRODUTOS ATIVOS COM PONTO DE REPOSICAO E SALDO TOTAL
       01  TB-PRODUTO-TABELA.
           02  TB-PRODUTO OCCURS 100 TIMES INDEXED BY IX-PROD.
               03  TB-PROD-CODIGO     PIC X(06).
               03  TB-PROD-PONTO      PIC 9(05).
               03  TB-PROD-SALDO      PIC S9(07).
       77  WRK-QT-PRODUTOS            PIC 9(03) VALUE ZEROS.
       77  WRK-CODIGO                 PIC X(06) VALUE SPACES.
       77  WRK-IX-PROD                PIC 9(03) VALUE ZEROS.
       77  WRK-QT-ABAIXO-PONTO        PIC 9(05) VALUE ZEROS.

      *    EXCECOES EM ABERTO (A) E EM ANALISE (E)
       77  WRK-QT-EXC-ABERTAS         PIC 9(05) VALUE ZEROS.
       77  WRK-QT-EXC-ANALISE         PIC 9(05) VALUE ZEROS.
       77  WRK-QT-EXC-PENDENTES       PIC 9(05) VALUE ZEROS.
       77  WRK-DATA-EXC-ANTIGA        PIC 9(08) VALUE ZEROS.

      *    INDICADORES DO DASHIND (ULTIMO REGISTRO DA DATA VALE)
       77  WRK-CAIXA-LIDO             PIC X(01) VALUE 'N'.
           88  CAIXA-DISPONIVEL                 VALUE 'S'.
       77  WRK-ESTOQUE-LIDO           PIC X(01) VALUE 'N'.
           88  ESTOQUE-DISPONIVEL               VALUE 'S'.
       77  WRK-NOITE-LIDA             PIC X(01) VALUE 'N'.
           88  NOITE-DISPONIVEL                 VALUE 'S'.
       77  WRK-CAIXA-INICIAL          PIC S9(11)V99 VALUE ZEROS.
       77  WRK-CAIXA-PROJETADO        PIC S9(11)V99 VALUE ZEROS.
       77  WRK-DATA-PROJETADO         PIC 9(08) VALUE ZEROS.
       77  WRK-QT-DIAS-PROJETADO      PIC 9(07) VALUE ZEROS.
       77  WRK-DATA-CAIXA-NEGATIVO    PIC 9(08) VALUE ZEROS.
       77  WRK-FOLHA-A-PAGAR          PIC S9(11)V99 VALUE ZEROS.
       77  WRK-DATA-FOLHA             PIC 9(08) VALUE ZEROS.
       77  WRK-INVEST-15D             PIC S9(11)V99 VALUE ZEROS.
       77  WRK-QT-INVEST-15D          PIC 9(07) VALUE ZEROS.
       77  WRK-DATA-LIMITE-15         PIC 9(08) VALUE ZEROS.
       77  WRK-ESTOQUE-VALOR          PIC S9(11)V99 VALUE ZEROS.
       77  WRK-QT-ESTOQUE-SALDOS      PIC 9(07) VALUE ZEROS.
       77  WRK-QT-ESTOQUE-SEM-CUSTO   PIC 9(07) VALUE ZEROS.
       77  WRK-QT-JOBS                PIC 9(07) VALUE ZEROS.
       77  WRK-NOITE-PROCESSADOS      PIC S9(11)V99 VALUE ZEROS.
       77  WRK-QT-FALTANTES           PIC 9(07) VALUE ZEROS.
       77  WRK-NOITE-REJEITADOS       PIC S9(11)V99 VALUE ZEROS.
       77  WRK-QT-NOITE-PULADA        PIC 9(07) VALUE ZEROS.

      *    CONTAGENS PARA O TOTAL DE CONTROLE
       77  WRK-CTLT-LIDOS             PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-PROCESSADOS       PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-REJEITADOS        PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-MODO              PIC X(10) VALUE SPACES.
       77  WRK-RC-FINAL               PIC 9(04) VALUE ZEROS.

      *    EDICAO E RELATORIO
       77  WRK-PCT                    PIC S9(05)V9 VALUE ZEROS.
       77  WRK-PCT-ED                 PIC -ZZZZ9,9 VALUE ZEROS.
       77  WRK-VAR-TEXTO              PIC X(09) VALUE SPACES.
       77  WRK-VALOR-ED               PIC ZZZ.ZZZ.ZZ9,99-
                                      VALUE ZEROS.
       77  WRK-VALOR2-ED              PIC ZZZ.ZZZ.ZZ9,99-
                                      VALUE ZEROS.
       77  WRK-QTD-ED                 PIC Z.ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-QTD2-ED                PIC Z.ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-QTD3-ED                PIC Z.ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-TOTAL-NUM              PIC 9(11) VALUE ZEROS.
       77  WRK-TOTAL-ED               PIC ZZ.ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-TOTAL2-ED              PIC ZZ.ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-RPT-FUNCAO             PIC X(01) VALUE SPACES.
       77  WRK-RPT-TITULO             PIC X(40)
           VALUE 'PAINEL EXECUTIVO DO DIA'.
       77  WRK-RPT-LINHA              PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-APURAR-VENDAS.
           PERFORM 0300-APURAR-RECEBER.
           PERFORM 0400-APURAR-REPOSICAO.
           PERFORM 0500-APURAR-EXCECOES.
           PERFORM 0600-LER-INDICADORES.
           PERFORM 0700-IMPRIMIR-PAINEL.
           PERFORM 0800-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           DISPLAY '====== PAINEL EXECUTIVO DO DIA ======'.
           CALL 'RUNDTRTN' USING WRK-DATA-HOJE END-CALL.
           COMPUTE WRK-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE).
           MOVE WRK-DATA-HOJE TO WRK-DATA-ANO-ANT-NUM.
           SUBTRACT 1 FROM WRK-AA-ANO.
           IF WRK-AA-MES = 02 AND WRK-AA-DIA = 29
               MOVE 28 TO WRK-AA-DIA
           END-IF.
           PERFORM 0110-CARREGAR-CUSTOS.

       0110-CARREGAR-CUSTOS.
           MOVE 'N' TO WRK-EOF.
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

      *    VENDA SOMA, DEVOLUCAO E CANCELAMENTO ABATEM, COMO NO
      *    SALERANK. A MARGEM E A RECEITA MENOS QUANTIDADE X CUSTO
      *    MEDIO ATUAL; PRODUTO SEM CUSTO MEDIO ENTRA COM CUSTO ZERO
      *    E E CONTADO PARA O AVISO NO PAINEL.
       0200-APURAR-VENDAS.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT SALES-HISTORY-FILE.
           IF WRK-SH-STATUS = '35'
               MOVE 'S' TO WRK-EOF
               DISPLAY 'SEM HISTORICO DE VENDAS (SALEHIST)'
           ELSE
               READ SALES-HISTORY-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0210-ACUMULAR-VENDA UNTIL FIM-ARQUIVO
               CLOSE SALES-HISTORY-FILE
           END-IF.

       0210-ACUMULAR-VENDA.
           ADD 1 TO WRK-CTLT-LIDOS.
           IF SH-DATA = WRK-DATA-HOJE
              OR SH-DATA = WRK-DATA-ANO-ANT-NUM
               IF SH-TIPO = 'V'
                   MOVE +1 TO WRK-SINAL
               ELSE
                   MOVE -1 TO WRK-SINAL
               END-IF
               PERFORM 0220-LOCALIZAR-CUSTO
               COMPUTE WRK-CUSTO-LINHA =
                   SH-QUANTIDADE * WRK-CUSTO-MEDIO
               IF SH-DATA = WRK-DATA-HOJE
                   COMPUTE WRK-VENDA-DIA =
                       WRK-VENDA-DIA + (WRK-SINAL * SH-VALOR)
                   COMPUTE WRK-MARGEM-DIA = WRK-MARGEM-DIA
                       + (WRK-SINAL * (SH-VALOR - WRK-CUSTO-LINHA))
               ELSE
                   COMPUTE WRK-VENDA-ANT =
                       WRK-VENDA-ANT + (WRK-SINAL * SH-VALOR)
                   COMPUTE WRK-MARGEM-ANT = WRK-MARGEM-ANT
                       + (WRK-SINAL * (SH-VALOR - WRK-CUSTO-LINHA))
               END-IF
           END-IF.
           READ SALES-HISTORY-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0220-LOCALIZAR-CUSTO.
           MOVE ZEROS TO WRK-CUSTO-MEDIO.
           PERFORM 0221-PROCURAR-CUSTO
               VARYING IX-CST FROM 1 BY 1
               UNTIL IX-CST > WRK-QT-CUSTOS.
           IF WRK-CUSTO-MEDIO = ZEROS
               ADD 1 TO WRK-QT-SEM-CUSTO-VENDA
           END-IF.

       0221-PROCURAR-CUSTO.
           IF TB-CST-CODIGO (IX-CST) = SH-CODIGO
               MOVE TB-CST-CUSTO (IX-CST) TO WRK-CUSTO-MEDIO
           END-IF.

      *    SO FATURA ABERTA; O ATRASO E CONTADO DO VENCIMENTO ATE A
      *    DATA DE MOVIMENTO, NAS MESMAS FAIXAS DO ARAGING.
       0300-APURAR-RECEBER.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT AR-INVOICE-FILE.
           IF WRK-FAT-STATUS = '35'
               MOVE 'S' TO WRK-EOF
               DISPLAY 'SEM FATURAS A RECEBER (ARINVOIC)'
           ELSE
               READ AR-INVOICE-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0310-CLASSIFICAR-FATURA UNTIL FIM-ARQUIVO
               CLOSE AR-INVOICE-FILE
           END-IF.
           COMPUTE WRK-AR-VENCIDO = WRK-AR-ATE30 + WRK-AR-ATE60
               + WRK-AR-ATE90 + WRK-AR-MAIS90.

       0310-CLASSIFICAR-FATURA.
           ADD 1 TO WRK-CTLT-LIDOS.
           IF FATURA-ABERTA
               COMPUTE WRK-DIAS-VENC =
                   FUNCTION INTEGER-OF-DATE (FAT-DATA-VENCIMENTO)
               COMPUTE WRK-DIAS-ATRASO =
                   WRK-DIAS-HOJE - WRK-DIAS-VENC
               EVALUATE TRUE
                   WHEN WRK-DIAS-ATRASO <= ZEROS
                       ADD FAT-VALOR TO WRK-AR-A-VENCER
                   WHEN WRK-DIAS-ATRASO <= 30
                       ADD FAT-VALOR TO WRK-AR-ATE30
                   WHEN WRK-DIAS-ATRASO <= 60
                       ADD FAT-VALOR TO WRK-AR-ATE60
                   WHEN WRK-DIAS-ATRASO <= 90
                       ADD FAT-VALOR TO WRK-AR-ATE90
                   WHEN OTHER
                       ADD FAT-VALOR TO WRK-AR-MAIS90
               END-EVALUATE
           END-IF.
           READ AR-INVOICE-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    SALDO DA EMPRESA = SOMA DE TODOS OS LOCAIS DO STOCKBAL
      *    MAIS O QUE ESTA EM TRANSITO ENTRE LOCAIS (MESMA CONTA DO
      *    POSUGGST); SO PRODUTO ATIVO COM PONTO DE REPOSICAO
      *    CADASTRADO ENTRA NA COMPARACAO.
       0400-APURAR-REPOSICAO.
           PERFORM 0410-CARREGAR-PRODUTOS.
           PERFORM 0420-SOMAR-SALDOS.
           PERFORM 0430-SOMAR-TRANSITO.
           PERFORM 0440-CONFERIR-PONTO
               VARYING IX-PROD FROM 1 BY 1
               UNTIL IX-PROD > WRK-QT-PRODUTOS.

       0410-CARREGAR-PRODUTOS.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT PRODUCT-MASTER-FILE.
           IF WRK-PROD-STATUS = '35'
               MOVE 'S' TO WRK-EOF
               DISPLAY 'SEM CADASTRO DE PRODUTOS (PRODMAST)'
           ELSE
               READ PRODUCT-MASTER-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0411-LER-PRODUTO UNTIL FIM-ARQUIVO
               CLOSE PRODUCT-MASTER-FILE
           END-IF.

       0411-LER-PRODUTO.
           ADD 1 TO WRK-CTLT-LIDOS.
           IF PRODUTO-ATIVO AND PROD-PONTO-REPOSICAO > ZEROS
              AND WRK-QT-PRODUTOS < 100
               ADD 1 TO WRK-QT-PRODUTOS
               SET IX-PROD TO WRK-QT-PRODUTOS
               MOVE PROD-CODIGO          TO TB-PROD-CODIGO (IX-PROD)
               MOVE PROD-PONTO-REPOSICAO TO TB-PROD-PONTO (IX-PROD)
               MOVE ZEROS                TO TB-PROD-SALDO (IX-PROD)
           END-IF.
           READ PRODUCT-MASTER-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0420-SOMAR-SALDOS.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT STOCK-BALANCE-FILE.
           IF WRK-STQ-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ STOCK-BALANCE-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0421-LER-SALDO UNTIL FIM-ARQUIVO
               CLOSE STOCK-BALANCE-FILE
           END-IF.

       0421-LER-SALDO.
           ADD 1 TO WRK-CTLT-LIDOS.
           MOVE STQ-CODIGO TO WRK-CODIGO.
           PERFORM 0450-LOCALIZAR-PRODUTO.
           IF WRK-IX-PROD > ZEROS
               SET IX-PROD TO WRK-IX-PROD
               ADD STQ-SALDO TO TB-PROD-SALDO (IX-PROD)
           END-IF.
           READ STOCK-BALANCE-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0430-SOMAR-TRANSITO.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT STOCK-TRANSFER-FILE.
           IF WRK-TRF-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ STOCK-TRANSFER-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0431-LER-TRANSFERENCIA UNTIL FIM-ARQUIVO
               CLOSE STOCK-TRANSFER-FILE
           END-IF.

       0431-LER-TRANSFERENCIA.
           IF TRANSF-EM-TRANSITO
               MOVE TRF-CODIGO TO WRK-CODIGO
               PERFORM 0450-LOCALIZAR-PRODUTO
               IF WRK-IX-PROD > ZEROS
                   SET IX-PROD TO WRK-IX-PROD
                   ADD TRF-QUANTIDADE TO TB-PROD-SALDO (IX-PROD)
               END-IF
           END-IF.
           READ STOCK-TRANSFER-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0440-CONFERIR-PONTO.
           IF TB-PROD-SALDO (IX-PROD) < TB-PROD-PONTO (IX-PROD)
               ADD 1 TO WRK-QT-ABAIXO-PONTO
           END-IF.

       0450-LOCALIZAR-PRODUTO.
           MOVE ZEROS TO WRK-IX-PROD.
           PERFORM 0451-PROCURAR-PRODUTO
               VARYING IX-PROD FROM 1 BY 1
               UNTIL IX-PROD > WRK-QT-PRODUTOS
                  OR WRK-IX-PROD > ZEROS.

       0451-PROCURAR-PRODUTO.
           IF TB-PROD-CODIGO (IX-PROD) = WRK-CODIGO
               SET WRK-IX-PROD TO IX-PROD
           END-IF.

      *    ABERTA (A) E EM ANALISE (E) CONTAM COMO PENDENTES, COMO
      *    NO EXCPAGE; A MAIS ANTIGA E A PRIMEIRA NA ORDEM DA CHAVE
      *    (DATA/HORA/SEQUENCIA).
       0500-APURAR-EXCECOES.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT EXCEPTION-MASTER-FILE.
           IF WRK-EXCM-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ EXCEPTION-MASTER-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0510-CONTAR-EXCECAO UNTIL FIM-ARQUIVO
               CLOSE EXCEPTION-MASTER-FILE
           END-IF.

       0510-CONTAR-EXCECAO.
           ADD 1 TO WRK-CTLT-LIDOS.
           IF EXCECAO-ABERTA OR EXCECAO-EM-ANALISE
               IF EXCECAO-ABERTA
                   ADD 1 TO WRK-QT-EXC-ABERTAS
               ELSE
                   ADD 1 TO WRK-QT-EXC-ANALISE
               END-IF
               IF WRK-DATA-EXC-ANTIGA = ZEROS
                  OR EXCM-DATA < WRK-DATA-EXC-ANTIGA
                   MOVE EXCM-DATA TO WRK-DATA-EXC-ANTIGA
               END-IF
           END-IF.
           READ EXCEPTION-MASTER-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    O DASHIND ACUMULA TODAS AS NOITES; SO A DATA DE
      *    MOVIMENTO INTERESSA E, SE O PASSO FOI REEXECUTADO, O
      *    ULTIMO REGISTRO DE CADA INDICADOR E O QUE VALE.
       0600-LER-INDICADORES.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT DASHBOARD-INDICATOR-FILE.
           IF WRK-DASH-STATUS = '35'
               MOVE 'S' TO WRK-EOF
               DISPLAY 'SEM ARQUIVO DE INDICADORES (DASHIND)'
           ELSE
               READ DASHBOARD-INDICATOR-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0610-APLICAR-INDICADOR UNTIL FIM-ARQUIVO
               CLOSE DASHBOARD-INDICATOR-FILE
           END-IF.

       0610-APLICAR-INDICADOR.
           IF DASH-DATA = WRK-DATA-HOJE
               ADD 1 TO WRK-CTLT-LIDOS
               EVALUATE DASH-INDICADOR
                   WHEN 'CAIXA-INICIAL'
                       MOVE 'S' TO WRK-CAIXA-LIDO
                       MOVE DASH-VALOR TO WRK-CAIXA-INICIAL
                   WHEN 'CAIXA-PROJETADO'
                       MOVE DASH-VALOR TO WRK-CAIXA-PROJETADO
                       MOVE DASH-DATA-REF TO WRK-DATA-PROJETADO
                       MOVE DASH-QUANTIDADE TO WRK-QT-DIAS-PROJETADO
                   WHEN 'CAIXA-NEGATIVO'
                       MOVE DASH-DATA-REF TO WRK-DATA-CAIXA-NEGATIVO
                   WHEN 'FOLHA-A-PAGAR'
                       MOVE DASH-VALOR TO WRK-FOLHA-A-PAGAR
                       MOVE DASH-DATA-REF TO WRK-DATA-FOLHA
                   WHEN 'VENCTO-INVEST-15D'
                       MOVE DASH-VALOR TO WRK-INVEST-15D
                       MOVE DASH-QUANTIDADE TO WRK-QT-INVEST-15D
                       MOVE DASH-DATA-REF TO WRK-DATA-LIMITE-15
                   WHEN 'ESTOQUE-VALOR'
                       MOVE 'S' TO WRK-ESTOQUE-LIDO
                       MOVE DASH-VALOR TO WRK-ESTOQUE-VALOR
                       MOVE DASH-QUANTIDADE TO WRK-QT-ESTOQUE-SALDOS
                   WHEN 'ESTOQUE-SEM-CUSTO'
                       MOVE DASH-QUANTIDADE
                           TO WRK-QT-ESTOQUE-SEM-CUSTO
                   WHEN 'JOBS-EXECUTADOS'
                       MOVE 'S' TO WRK-NOITE-LIDA
                       MOVE DASH-QUANTIDADE TO WRK-QT-JOBS
                       MOVE DASH-VALOR TO WRK-NOITE-PROCESSADOS
                   WHEN 'JOBS-FALTANTES'
                       MOVE DASH-QUANTIDADE TO WRK-QT-FALTANTES
                   WHEN 'REJEITADOS'
                       MOVE DASH-VALOR TO WRK-NOITE-REJEITADOS
                   WHEN 'NOITE-PULADA'
                       MOVE DASH-QUANTIDADE TO WRK-QT-NOITE-PULADA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           READ DASHBOARD-INDICATOR-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    A PAGINA TEM DE CABER NO LIMITE DE LINHAS DA RPTHDRTN:
      *    UMA LINHA POR NUMERO, AGRUPADAS POR ASSUNTO, SEM
      *    DETALHE - QUEM QUISER O DETALHE VAI AO RELATORIO DE
      *    ORIGEM.
       0700-IMPRIMIR-PAINEL.
           MOVE 'I' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           PERFORM 0710-IMPRIMIR-VENDAS.
           PERFORM 0720-IMPRIMIR-CAIXA.
           PERFORM 0730-IMPRIMIR-RECEBER.
           PERFORM 0740-IMPRIMIR-ESTOQUE.
           PERFORM 0750-IMPRIMIR-NOITE.
           MOVE 'F' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.

       0710-IMPRIMIR-VENDAS.
           MOVE WRK-VENDA-DIA TO WRK-VALOR-ED.
           MOVE WRK-VENDA-ANT TO WRK-VALOR2-ED.
           IF WRK-VENDA-ANT = ZEROS
               MOVE '      N/D' TO WRK-VAR-TEXTO
           ELSE
               COMPUTE WRK-PCT ROUNDED =
                   (WRK-VENDA-DIA - WRK-VENDA-ANT) * 100
                   / WRK-VENDA-ANT
               MOVE WRK-PCT TO WRK-PCT-ED
               MOVE SPACES TO WRK-VAR-TEXTO
               STRING WRK-PCT-ED '%' DELIMITED BY SIZE
                   INTO WRK-VAR-TEXTO
               END-STRING
           END-IF.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'VENDAS  ' WRK-DATA-HOJE ' ' WRK-VALOR-ED
               ' | ANO ANT ' WRK-DATA-ANO-ANT-NUM ' ' WRK-VALOR2-ED
               ' | VAR ' WRK-VAR-TEXTO
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0920-GRAVAR-LINHA.
           MOVE WRK-MARGEM-DIA TO WRK-VALOR-ED.
           MOVE WRK-MARGEM-ANT TO WRK-VALOR2-ED.
           IF WRK-MARGEM-ANT = ZEROS
               MOVE '      N/D' TO WRK-VAR-TEXTO
           ELSE
               COMPUTE WRK-PCT ROUNDED =
                   (WRK-MARGEM-DIA - WRK-MARGEM-ANT) * 100
                   / WRK-MARGEM-ANT
               MOVE WRK-PCT TO WRK-PCT-ED
               MOVE SPACES TO WRK-VAR-TEXTO
               STRING WRK-PCT-ED '%' DELIMITED BY SIZE
                   INTO WRK-VAR-TEXTO
               END-STRING
           END-IF.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'MARGEM  ' WRK-DATA-HOJE ' ' WRK-VALOR-ED
               ' | ANO ANT ' WRK-DATA-ANO-ANT-NUM ' ' WRK-VALOR2-ED
               ' | VAR ' WRK-VAR-TEXTO
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0920-GRAVAR-LINHA.
           IF WRK-QT-SEM-CUSTO-VENDA > ZEROS
               MOVE WRK-QT-SEM-CUSTO-VENDA TO WRK-QTD-ED
               MOVE SPACES TO WRK-RPT-LINHA
               STRING '  (' WRK-QTD-ED ' LINHA(S) DE VENDA SEM CUSTO '
                   'MEDIO - MARGEM SUPERESTIMADA)'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
               PERFORM 0920-GRAVAR-LINHA
           END-IF.
           PERFORM 0910-LINHA-EM-BRANCO.

       0720-IMPRIMIR-CAIXA.
           IF NOT CAIXA-DISPONIVEL
               MOVE SPACES TO WRK-RPT-LINHA
               STRING 'CAIXA, FOLHA E APLICACOES : NAO DISPONIVEL '
                   '(PREVISAO DE CAIXA NAO RODOU NA DATA)'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
               PERFORM 0920-GRAVAR-LINHA
               MOVE 4 TO WRK-RC-FINAL
           ELSE
               PERFORM 0721-IMPRIMIR-PROJECAO
           END-IF.
           PERFORM 0910-LINHA-EM-BRANCO.

       0721-IMPRIMIR-PROJECAO.
           MOVE WRK-CAIXA-INICIAL   TO WRK-VALOR-ED.
           MOVE WRK-CAIXA-PROJETADO TO WRK-VALOR2-ED.
           MOVE WRK-QT-DIAS-PROJETADO TO WRK-QTD-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'CAIXA INICIAL ' WRK-VALOR-ED
               ' | PROJETADO EM ' WRK-DATA-PROJETADO ' '
               WRK-VALOR2-ED ' (' WRK-QTD-ED ' DIAS UTEIS)'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0920-GRAVAR-LINHA.
           MOVE SPACES TO WRK-RPT-LINHA.
           IF WRK-DATA-CAIXA-NEGATIVO = ZEROS
               STRING 'CAIXA PROJETADO NAO FICA NEGATIVO NO '
                   'HORIZONTE DA PREVISAO'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
           ELSE
               STRING '*** CAIXA NEGATIVO A PARTIR DE '
                   WRK-DATA-CAIXA-NEGATIVO ' ***'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
           END-IF.
           PERFORM 0920-GRAVAR-LINHA.
           MOVE SPACES TO WRK-RPT-LINHA.
           IF WRK-DATA-FOLHA = ZEROS
               STRING 'FOLHA A PAGAR : SEM CREDITO DE FOLHA NO '
                   'HORIZONTE DA PREVISAO'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
           ELSE
               MOVE WRK-FOLHA-A-PAGAR TO WRK-VALOR-ED
               STRING 'FOLHA A PAGAR ' WRK-VALOR-ED
                   ' EM ' WRK-DATA-FOLHA
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
           END-IF.
           PERFORM 0920-GRAVAR-LINHA.
           MOVE WRK-INVEST-15D    TO WRK-VALOR-ED.
           MOVE WRK-QT-INVEST-15D TO WRK-QTD-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'APLICACOES VENCENDO ATE ' WRK-DATA-LIMITE-15
               ' : ' WRK-QTD-ED ' CONTRATO(S) ' WRK-VALOR-ED
               ' LIQUIDO'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0920-GRAVAR-LINHA.

       0730-IMPRIMIR-RECEBER.
           MOVE WRK-AR-A-VENCER TO WRK-VALOR-ED.
           MOVE WRK-AR-VENCIDO  TO WRK-VALOR2-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'A RECEBER  A VENCER ' WRK-VALOR-ED
               ' | VENCIDO ' WRK-VALOR2-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0920-GRAVAR-LINHA.
           MOVE WRK-AR-ATE30 TO WRK-VALOR-ED.
           MOVE WRK-AR-ATE60 TO WRK-VALOR2-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING '  VENCIDO  1-30 DIAS ' WRK-VALOR-ED
               ' | 31-60 DIAS ' WRK-VALOR2-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0920-GRAVAR-LINHA.
           MOVE WRK-AR-ATE90  TO WRK-VALOR-ED.
           MOVE WRK-AR-MAIS90 TO WRK-VALOR2-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING '  VENCIDO 61-90 DIAS ' WRK-VALOR-ED
               ' | + 90 DIAS  ' WRK-VALOR2-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0920-GRAVAR-LINHA.
           PERFORM 0910-LINHA-EM-BRANCO.

       0740-IMPRIMIR-ESTOQUE.
           MOVE SPACES TO WRK-RPT-LINHA.
           IF NOT ESTOQUE-DISPONIVEL
               STRING 'VALOR DO ESTOQUE : NAO DISPONIVEL '
                   '(VALORIZACAO NAO RODOU NA DATA)'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
               MOVE 4 TO WRK-RC-FINAL
           ELSE
               MOVE WRK-ESTOQUE-VALOR        TO WRK-VALOR-ED
               MOVE WRK-QT-ESTOQUE-SALDOS    TO WRK-QTD-ED
               MOVE WRK-QT-ESTOQUE-SEM-CUSTO TO WRK-QTD2-ED
               STRING 'VALOR DO ESTOQUE ' WRK-VALOR-ED
                   ' (' WRK-QTD-ED ' SALDOS,' WRK-QTD2-ED
                   ' SEM CUSTO MEDIO)'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
           END-IF.
           PERFORM 0920-GRAVAR-LINHA.
           MOVE WRK-QT-ABAIXO-PONTO TO WRK-QTD-ED.
           MOVE WRK-QT-PRODUTOS     TO WRK-QTD2-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'ABAIXO DO PONTO DE REPOSICAO :' WRK-QTD-ED
               ' DE' WRK-QTD2-ED ' PRODUTO(S) ATIVO(S) COM PONTO'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0920-GRAVAR-LINHA.
           PERFORM 0910-LINHA-EM-BRANCO.

       0750-IMPRIMIR-NOITE.
           COMPUTE WRK-QT-EXC-PENDENTES =
               WRK-QT-EXC-ABERTAS + WRK-QT-EXC-ANALISE.
           MOVE WRK-QT-EXC-PENDENTES TO WRK-QTD-ED.
           MOVE WRK-QT-EXC-ABERTAS   TO WRK-QTD2-ED.
           MOVE WRK-QT-EXC-ANALISE   TO WRK-QTD3-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           IF WRK-QT-EXC-PENDENTES = ZEROS
               STRING 'EXCECOES PENDENTES : NENHUMA'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
           ELSE
               STRING 'EXCECOES PENDENTES :' WRK-QTD-ED
                   ' (ABERTAS' WRK-QTD2-ED ', EM ANALISE' WRK-QTD3-ED
                   ') MAIS ANTIGA ' WRK-DATA-EXC-ANTIGA
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
           END-IF.
           PERFORM 0920-GRAVAR-LINHA.
           MOVE SPACES TO WRK-RPT-LINHA.
           IF NOT NOITE-DISPONIVEL
               STRING 'JOBS DA NOITE : NAO DISPONIVEL '
                   '(FECHAMENTO DO DIA NAO RODOU)'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
               PERFORM 0920-GRAVAR-LINHA
               MOVE 4 TO WRK-RC-FINAL
           ELSE
               MOVE WRK-QT-JOBS           TO WRK-QTD-ED
               MOVE WRK-NOITE-PROCESSADOS TO WRK-TOTAL-NUM
               MOVE WRK-TOTAL-NUM         TO WRK-TOTAL-ED
               MOVE WRK-NOITE-REJEITADOS  TO WRK-TOTAL-NUM
               MOVE WRK-TOTAL-NUM         TO WRK-TOTAL2-ED
               STRING 'JOBS DA NOITE :' WRK-QTD-ED
                   ' | PROCESSADOS' WRK-TOTAL-ED
                   ' | REJEITADOS' WRK-TOTAL2-ED
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
               PERFORM 0920-GRAVAR-LINHA
               PERFORM 0751-IMPRIMIR-SITUACAO
           END-IF.

       0751-IMPRIMIR-SITUACAO.
           MOVE SPACES TO WRK-RPT-LINHA.
           EVALUATE TRUE
               WHEN WRK-QT-NOITE-PULADA > ZEROS
                   STRING 'SITUACAO DA NOITE : ESTEIRA PULADA PELO '
                       'PORTAO (DIA NAO UTIL)'
                       DELIMITED BY SIZE INTO WRK-RPT-LINHA
                   END-STRING
               WHEN WRK-QT-FALTANTES > ZEROS
                   MOVE WRK-QT-FALTANTES TO WRK-QTD-ED
                   STRING '*** SITUACAO DA NOITE :' WRK-QTD-ED
                       ' JOB(S) OBRIGATORIO(S) SEM CONTROLE ***'
                       DELIMITED BY SIZE INTO WRK-RPT-LINHA
                   END-STRING
               WHEN OTHER
                   STRING 'SITUACAO DA NOITE : TODOS OS JOBS '
                       'OBRIGATORIOS RODARAM'
                       DELIMITED BY SIZE INTO WRK-RPT-LINHA
                   END-STRING
           END-EVALUATE.
           PERFORM 0920-GRAVAR-LINHA.

       0800-FINALIZAR.
           CALL 'CTLTOTRTN' USING WRK-PROGRAMA-ID WRK-CTLT-LIDOS
               WRK-CTLT-PROCESSADOS WRK-CTLT-REJEITADOS
               WRK-CTLT-MODO
           END-CALL.
           IF WRK-RC-FINAL > ZEROS
               DISPLAY 'PAINEL INCOMPLETO - INDICADOR(ES) DA NOITE '
                   'NAO DISPONIVEL(IS)'
           END-IF.
           DISPLAY ' FIM DO PAINEL EXECUTIVO DO DIA '.
           MOVE WRK-RC-FINAL TO RETURN-CODE.

       0910-LINHA-EM-BRANCO.
           MOVE SPACES TO WRK-RPT-LINHA.
           PERFORM 0920-GRAVAR-LINHA.

       0920-GRAVAR-LINHA.
           ADD 1 TO WRK-CTLT-PROCESSADOS.
           DISPLAY WRK-RPT-LINHA.
           MOVE 'L' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
