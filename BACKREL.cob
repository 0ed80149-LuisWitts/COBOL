      *    objetivo: LIBERACAO DE PENDENCIAS DE VENDA (BACKORDER).
      *              LE AS PENDENCIAS ABERTAS DO BACKORD NA ORDEM
      *              DO ARQUIVO (A MAIS ANTIGA PRIMEIRO) E, PARA
      *              CADA UMA QUE O SALDO DO STOCKBAL NA LOJA DA
      *              PENDENCIA JA COMPORTA, GERA A LINHA DE VENDA
      *              CORRESPONDENTE NO SALETRAN (LAYOUT BOOK,
      *              VALOR = PRECO DE TABELA X QUANTIDADE, DATA DE
      *              MOVIMENTO) E MARCA A PENDENCIA COMO LIBERADA -
      *              O FECHAMENTO (PROGCOB16) PROCESSA A LINHA E
      *              ABATE O ESTOQUE COMO QUALQUER VENDA. O SALDO
      *              CONSIDERADO E ABATIDO EM MEMORIA A CADA
      *              LIBERACAO, PARA DUAS PENDENCIAS NAO DIVIDIREM O
      *              MESMO ESTOQUE.
      *              RODA DEPOIS DO FECHAMENTO QUE APLICOU OS
      *              RECEBIMENTOS DO GOODSRCV; A LINHA GERADA ENTRA
      *              NO FECHAMENTO SEGUINTE.
      *
      *    MODIFICATION HISTORY
      *    02/09/2026  LCW  VERSAO INICIAL.
      *    15/10/2026  LCW  A PENDENCIA SO E LIBERADA COM SALDO NA
      *                     LOJA DELA (STOCKBAL POR LOCAL); SALDO
      *                     SEM LOCAL E DO LOCAL PRINCIPAL (LOCPRTN).
      *    15/10/2026  LCW  PENDENCIA DE KIT (PRODKIT) E LIBERADA
      *                     QUANDO OS SALDOS DOS COMPONENTES NA LOJA
      *                     MONTAM A QUANTIDADE PENDENTE; A
      *                     LIBERACAO ABATE OS COMPONENTES EM
      *                     MEMORIA.
      *    15/10/2026  LCW  A PENDENCIA LEVA O MEIO DE PAGAMENTO DA
      *                     VENDA A VISTA PARA A LINHA LIBERADA.
      **********************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VENDA-STATUS.

           SELECT PRODUCT-KIT-FILE ASSIGN TO 'PRODKIT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-KIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKORDER-FILE.
       FD  SALES-TRANSACTION-FILE.
           COPY 'BOOK.cob'.

       FD  PRODUCT-KIT-FILE.
           COPY 'PRODKIT.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-BKO-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-STQ-STATUS             PIC X(02) VALUE SPACES.

       77  WRK-DATA-MOVIMENTO         PIC 9(08) VALUE ZEROS.

      *    PRECOS E DESCRICOES CARREGADOS NA INICIALIZACAO
       01  TB-PRODUTO-TABELA.
           02  TB-PRODUTO OCCURS 100 TIMES INDEXED BY IX-PROD.
               03  TB-PROD-CODIGO     PIC X(06).
               03  TB-PROD-DESCRICAO  PIC X(20).
               03  TB-PROD-PRECO      PIC 9(05)V99.
               03  TB-PROD-KIT        PIC X(01).
                   88  PRODUTO-KIT              VALUE 'S'.
       77  WRK-QT-PRODUTOS            PIC 9(03) VALUE ZEROS.
       77  WRK-PROD-ACHADO            PIC X(01) VALUE 'N'.
           88  PROD-ACHADO                      VALUE 'S'.
       77  WRK-IX-PROD                PIC 9(03) VALUE ZEROS.

      *    SALDOS POR PRODUTO E LOJA (STOCKBAL)
       01  TB-SALDO-LOJA-TABELA.
           02  TB-SALDO-LOJA OCCURS 500 TIMES INDEXED BY IX-SLJ.
               03  TB-SLJ-CODIGO      PIC X(06).
               03  TB-SLJ-LOCAL       PIC X(10).
               03  TB-SLJ-SALDO       PIC S9(07).
       77  WRK-QT-SALDOS-LOJA         PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-SALDOS-LOJA     PIC 9(03) VALUE 500.
       77  WRK-IX-SLJ                 PIC 9(03) VALUE ZEROS.
       77  WRK-SLJ-ACHADO             PIC X(01) VALUE 'N'.
           88  SLJ-ACHADO                       VALUE 'S'.
       77  WRK-LOCAL-PRINCIPAL        PIC X(10) VALUE SPACES.
       77  WRK-LOJA-PENDENCIA         PIC X(10) VALUE SPACES.
       77  WRK-CODIGO-SALDO           PIC X(06) VALUE SPACES.
       77  WRK-SALDO-DISPONIVEL       PIC S9(07) VALUE ZEROS.

      *    ESTRUTURA DOS KITS (PRODKIT)
       01  TB-KIT-TABELA.
           02  TB-KIT OCCURS 200 TIMES INDEXED BY IX-KIT.
               03  TB-KIT-CODIGO      PIC X(06).
               03  TB-KIT-COMPONENTE  PIC X(06).
               03  TB-KIT-QUANTIDADE  PIC 9(05).
       77  WRK-QT-KITS                PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-KITS            PIC 9(03) VALUE 200.
       77  WRK-KIT-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-KIT-EOF                PIC X(01) VALUE 'N'.
           88  FIM-KITS                         VALUE 'S'.
       77  WRK-KITS-COMPONENTE        PIC S9(07) VALUE ZEROS.
       77  WRK-KITS-DISPONIVEIS       PIC S9(07) VALUE ZEROS.

      *    AS PENDENCIAS SAO CARREGADAS INTEIRAS, LIBERADAS EM
      *    MEMORIA E O ARQUIVO E REGRAVADO NO FINAL.
       01  TB-PENDENCIAS-TABELA.
               03  TB-BKO-LOJA        PIC X(10).
               03  TB-BKO-CONDICAO    PIC X(01).
               03  TB-BKO-PARCELAS    PIC 9(02).
               03  TB-BKO-MEIO-PAGTO  PIC X(01).
               03  TB-BKO-SITUACAO    PIC X(01).
       77  WRK-QT-PENDENCIAS          PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-PENDENCIAS      PIC 9(03) VALUE 200.
           DISPLAY '==== LIBERACAO DE PENDENCIAS DE VENDA ===='.
           CALL 'RUNDTRTN' USING WRK-DATA-MOVIMENTO END-CALL.
           PERFORM 0110-CARREGAR-PRODUTOS.
           PERFORM 0112-CARREGAR-KITS.
           CALL 'LOCPRTN' USING WRK-LOCAL-PRINCIPAL END-CALL.
           PERFORM 0120-CARREGAR-SALDOS.
           PERFORM 0130-CARREGAR-PENDENCIAS.

               MOVE PROD-CODIGO    TO TB-PROD-CODIGO (IX-PROD)
               MOVE PROD-DESCRICAO TO TB-PROD-DESCRICAO (IX-PROD)
               MOVE PROD-PRECO     TO TB-PROD-PRECO (IX-PROD)
               MOVE 'N'            TO TB-PROD-KIT (IX-PROD)
           END-IF.
           READ PRODUCT-MASTER-FILE
               AT END MOVE 'S' TO WRK-PROD-EOF
           END-READ.

      *    ESTRUTURA DOS KITS (OPCIONAL); O KIT SO E MARCADO SE
      *    ESTIVER NO CADASTRO DE PRODUTOS.
       0112-CARREGAR-KITS.
           OPEN INPUT PRODUCT-KIT-FILE.
           IF WRK-KIT-STATUS = '35'
               MOVE 'S' TO WRK-KIT-EOF
           ELSE
               READ PRODUCT-KIT-FILE
                   AT END MOVE 'S' TO WRK-KIT-EOF
               END-READ
               PERFORM 0113-LER-KIT UNTIL FIM-KITS
               CLOSE PRODUCT-KIT-FILE
           END-IF.

       0113-LER-KIT.
           MOVE 'N' TO WRK-PROD-ACHADO.
           PERFORM 0114-PROCURAR-KIT
               VARYING IX-PROD FROM 1 BY 1
               UNTIL IX-PROD > WRK-QT-PRODUTOS OR PROD-ACHADO.
           IF PROD-ACHADO AND WRK-QT-KITS < WRK-LIMITE-KITS
              AND KIT-QUANTIDADE IS NUMERIC
              AND KIT-QUANTIDADE > ZEROS
              AND KIT-COMPONENTE NOT = KIT-CODIGO
               SET IX-PROD TO WRK-IX-PROD
               MOVE 'S' TO TB-PROD-KIT (IX-PROD)
               ADD 1 TO WRK-QT-KITS
               SET IX-KIT TO WRK-QT-KITS
               MOVE KIT-CODIGO     TO TB-KIT-CODIGO (IX-KIT)
               MOVE KIT-COMPONENTE TO TB-KIT-COMPONENTE (IX-KIT)
               MOVE KIT-QUANTIDADE TO TB-KIT-QUANTIDADE (IX-KIT)
           END-IF.
           READ PRODUCT-KIT-FILE
               AT END MOVE 'S' TO WRK-KIT-EOF
           END-READ.

       0114-PROCURAR-KIT.
           IF TB-PROD-CODIGO (IX-PROD) = KIT-CODIGO
               MOVE 'S' TO WRK-PROD-ACHADO
               SET WRK-IX-PROD TO IX-PROD
           END-IF.

       0120-CARREGAR-SALDOS.
           OPEN INPUT STOCK-BALANCE-FILE.
           IF WRK-STQ-STATUS = '35'
           END-IF.

       0121-LER-SALDO.
           IF WRK-QT-SALDOS-LOJA < WRK-LIMITE-SALDOS-LOJA
               ADD 1 TO WRK-QT-SALDOS-LOJA
               SET IX-SLJ TO WRK-QT-SALDOS-LOJA
               MOVE STQ-CODIGO TO TB-SLJ-CODIGO (IX-SLJ)
               IF STQ-LOCAL = SPACES
                   MOVE WRK-LOCAL-PRINCIPAL TO TB-SLJ-LOCAL (IX-SLJ)
               ELSE
                   MOVE STQ-LOCAL TO TB-SLJ-LOCAL (IX-SLJ)
               END-IF
               MOVE STQ-SALDO  TO TB-SLJ-SALDO (IX-SLJ)
           END-IF.
           READ STOCK-BALANCE-FILE
               AT END MOVE 'S' TO WRK-STQ-EOF
           END-READ.

      *    SALDO DO PRODUTO (WRK-CODIGO-SALDO) NA LOJA DA
      *    PENDENCIA.
       0122-LOCALIZAR-SALDO-LOJA.
           IF TB-BKO-LOJA (IX-BKO) = SPACES
               MOVE WRK-LOCAL-PRINCIPAL TO WRK-LOJA-PENDENCIA
           ELSE
               MOVE TB-BKO-LOJA (IX-BKO) TO WRK-LOJA-PENDENCIA
           END-IF.
           MOVE 'N' TO WRK-SLJ-ACHADO.
           MOVE ZEROS TO WRK-IX-SLJ.
           PERFORM 0123-PROCURAR-SALDO-LOJA
               VARYING IX-SLJ FROM 1 BY 1
               UNTIL IX-SLJ > WRK-QT-SALDOS-LOJA OR SLJ-ACHADO.
           MOVE ZEROS TO WRK-SALDO-DISPONIVEL.
           IF SLJ-ACHADO
               SET IX-SLJ TO WRK-IX-SLJ
               MOVE TB-SLJ-SALDO (IX-SLJ) TO WRK-SALDO-DISPONIVEL
           END-IF.

       0123-PROCURAR-SALDO-LOJA.
           IF TB-SLJ-CODIGO (IX-SLJ) = WRK-CODIGO-SALDO
              AND TB-SLJ-LOCAL (IX-SLJ) = WRK-LOJA-PENDENCIA
               MOVE 'S' TO WRK-SLJ-ACHADO
               SET WRK-IX-SLJ TO IX-SLJ
           END-IF.

      *    O KIT DISPONIVEL NA LOJA E O MENOR NUMERO DE KITS QUE O
      *    SALDO DE CADA COMPONENTE MONTA.
       0124-DISPONIVEL-KIT.
           MOVE 9999999 TO WRK-KITS-DISPONIVEIS.
           PERFORM 0125-DISPONIVEL-COMPONENTE
               VARYING IX-KIT FROM 1 BY 1
               UNTIL IX-KIT > WRK-QT-KITS.
           IF WRK-KITS-DISPONIVEIS < ZEROS
               MOVE ZEROS TO WRK-KITS-DISPONIVEIS
           END-IF.
           MOVE WRK-KITS-DISPONIVEIS TO WRK-SALDO-DISPONIVEL.

       0125-DISPONIVEL-COMPONENTE.
           IF TB-KIT-CODIGO (IX-KIT) = TB-BKO-CODIGO (IX-BKO)
               MOVE TB-KIT-COMPONENTE (IX-KIT) TO WRK-CODIGO-SALDO
               PERFORM 0122-LOCALIZAR-SALDO-LOJA
               DIVIDE WRK-SALDO-DISPONIVEL
                   BY TB-KIT-QUANTIDADE (IX-KIT)
                   GIVING WRK-KITS-COMPONENTE
               IF WRK-KITS-COMPONENTE < WRK-KITS-DISPONIVEIS
                   MOVE WRK-KITS-COMPONENTE TO WRK-KITS-DISPONIVEIS
               END-IF
           END-IF.

       0126-ABATER-COMPONENTE.
           IF TB-KIT-CODIGO (IX-KIT) = TB-BKO-CODIGO (IX-BKO)
               MOVE TB-KIT-COMPONENTE (IX-KIT) TO WRK-CODIGO-SALDO
               PERFORM 0122-LOCALIZAR-SALDO-LOJA
               IF SLJ-ACHADO
                   COMPUTE TB-SLJ-SALDO (IX-SLJ) =
                       TB-SLJ-SALDO (IX-SLJ)
                       - (TB-BKO-QUANTIDADE (IX-BKO)
                          * TB-KIT-QUANTIDADE (IX-KIT))
               END-IF
           END-IF.

       0130-CARREGAR-PENDENCIAS.
               MOVE BKO-LOJA       TO TB-BKO-LOJA (IX-BKO)
               MOVE BKO-CONDICAO   TO TB-BKO-CONDICAO (IX-BKO)
               MOVE BKO-PARCELAS   TO TB-BKO-PARCELAS (IX-BKO)
               MOVE BKO-MEIO-PAGTO TO TB-BKO-MEIO-PAGTO (IX-BKO)
               MOVE BKO-SITUACAO   TO TB-BKO-SITUACAO (IX-BKO)
           END-IF.
           READ BACKORDER-FILE
               PERFORM 0230-LOCALIZAR-PRODUTO
               IF PROD-ACHADO
                   SET IX-PROD TO WRK-IX-PROD
                   IF PRODUTO-KIT (IX-PROD)
                       PERFORM 0124-DISPONIVEL-KIT
                   ELSE
                       MOVE TB-BKO-CODIGO (IX-BKO) TO WRK-CODIGO-SALDO
                       PERFORM 0122-LOCALIZAR-SALDO-LOJA
                   END-IF
                   IF WRK-SALDO-DISPONIVEL >=
                       TB-BKO-QUANTIDADE (IX-BKO)
                      AND WRK-SALDO-DISPONIVEL > ZEROS
                       PERFORM 0240-GERAR-LINHA-VENDA
                   ELSE
                       ADD 1 TO WRK-QT-AGUARDANDO
           MOVE TB-BKO-CLIENTE (IX-BKO)  TO VENDA-CLIENTE.
           MOVE TB-BKO-CONDICAO (IX-BKO) TO VENDA-CONDICAO.
           MOVE TB-BKO-PARCELAS (IX-BKO) TO VENDA-PARCELAS.
           MOVE TB-BKO-MEIO-PAGTO (IX-BKO) TO VENDA-MEIO-PAGTO.
           WRITE SALES-TRANSACTION-RECORD.
           IF PRODUTO-KIT (IX-PROD)
               PERFORM 0126-ABATER-COMPONENTE
                   VARYING IX-KIT FROM 1 BY 1
                   UNTIL IX-KIT > WRK-QT-KITS
           ELSE
               SUBTRACT TB-BKO-QUANTIDADE (IX-BKO)
                   FROM TB-SLJ-SALDO (IX-SLJ)
           END-IF.
           MOVE 'L' TO TB-BKO-SITUACAO (IX-BKO).
           DISPLAY 'PENDENCIA DE ' TB-BKO-QUANTIDADE (IX-BKO)
               ' X ' TB-BKO-CODIGO (IX-BKO)
           MOVE TB-BKO-LOJA (IX-BKO)       TO BKO-LOJA.
           MOVE TB-BKO-CONDICAO (IX-BKO)   TO BKO-CONDICAO.
           MOVE TB-BKO-PARCELAS (IX-BKO)   TO BKO-PARCELAS.
           MOVE TB-BKO-MEIO-PAGTO (IX-BKO) TO BKO-MEIO-PAGTO.
           MOVE TB-BKO-SITUACAO (IX-BKO)   TO BKO-SITUACAO.
           WRITE BACKORDER-RECORD.
