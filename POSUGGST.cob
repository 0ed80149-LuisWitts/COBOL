       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSUGGST.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: SUGESTAO AUTOMATICA DE COMPRA. O RELATORIO DE
      *              REPOSICAO DO FECHAMENTO (PROGCOB16) SO APONTA O
      *              PRODUTO ABAIXO DO PONTO; AQUI A QUANTIDADE E
      *              CALCULADA: PARA CADA PRODUTO DO PRODMAST CUJO
      *              SALDO (STOCKBAL, TODOS OS LOCAIS, MAIS O EM
      *              TRANSITO DO STOCKTRF) MAIS O JA PEDIDO E NAO
      *              RECEBIDO (PEDIDOS ABERTOS DO PURCHORD) NAO
      *              ALCANCA O PONTO DE REPOSICAO, SUGERE O QUE FALTA
      *              PARA VOLTAR AO PONTO MAIS A VENDA MEDIA DIARIA
      *              (SALEHIST DOS ULTIMOS 30 DIAS) DURANTE O PRAZO
      *              DE ENTREGA DO FORNECEDOR (SUPPMAST). A SUGESTAO
      *              E GRAVADA NO PURCHORD COM SITUACAO S, NUMERO DA
      *              SEQUENCIA POSEQ, FORNECEDOR E CUSTO DA ULTIMA
      *              COMPRA DO PRODUTO, E ESPERA O COMPRADOR APROVAR
      *              OU DESCARTAR NO POMAINT. PRODUTO QUE JA TEM
      *              SUGESTAO PENDENTE NAO E SUGERIDO DE NOVO.
      *    data = 15/10/2026
      *
      *    MODIFICATION HISTORY
      *    15/10/2026  LCW  VERSAO INICIAL.
      *    15/10/2026  LCW  PRODUTO DESATIVADO NO PRODMAINT NAO E
      *                     SUGERIDO.
      *    15/10/2026  LCW  ESTOQUE POR LOCAL: O SALDO DA EMPRESA E A
      *                     SOMA DAS LINHAS DO PRODUTO EM TODAS AS
      *                     LOJAS E DEPOSITOS DO STOCKBAL, MAIS O
      *                     QUE ESTA EM TRANSITO ENTRE ELES
      *                     (STOCKTRF) - A TRANSFERENCIA NAO E
      *                     COMPRA NOVA.
      *    15/10/2026  LCW  CONTROLE DE REEXECUCAO (ROTINA RUNSTRTN /
      *                     ARQUIVO RUNSTAT): O PASSO JA CONCLUIDO OU
      *                     INTERROMPIDO NA DATA DE MOVIMENTO E
      *                     RECUSADO COM RC=8, SALVO CARTAO DE
      *                     LIBERACAO NO DD RUNOVRD.
      **********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO 'PRODMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PROD-STATUS.

           SELECT STOCK-BALANCE-FILE ASSIGN TO 'STOCKBAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STQ-STATUS.

           SELECT SALES-HISTORY-FILE ASSIGN TO 'SALEHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SH-STATUS.

           SELECT PURCHASE-ORDER-FILE ASSIGN TO 'PURCHORD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PED-STATUS.

           SELECT SUPPLIER-MASTER-FILE ASSIGN TO 'SUPPMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FORN-STATUS.

           SELECT PO-SEQUENCE-FILE ASSIGN TO 'POSEQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SEQ-STATUS.

           SELECT STOCK-TRANSFER-FILE ASSIGN TO 'STOCKTRF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-MASTER-FILE.
           COPY 'PRODMAST.cob'.

       FD  STOCK-BALANCE-FILE.
           COPY 'STOCKBAL.cob'.

       FD  SALES-HISTORY-FILE.
           COPY 'SALEHIST.cob'.

       FD  PURCHASE-ORDER-FILE.
           COPY 'PURCHORD.cob'.

       FD  SUPPLIER-MASTER-FILE.
           COPY 'SUPPMAST.cob'.

       FD  PO-SEQUENCE-FILE.
       01  PO-SEQUENCE-RECORD         PIC 9(06).

       FD  STOCK-TRANSFER-FILE.
           COPY 'STOCKTRF.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-PROD-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-STQ-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-SH-STATUS              PIC X(02) VALUE SPACES.
       77  WRK-PED-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-FORN-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-SEQ-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-TRF-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-PROD-EOF               PIC X(01) VALUE 'N'.
           88  FIM-PRODUTOS                     VALUE 'S'.
       77  WRK-STQ-EOF                PIC X(01) VALUE 'N'.
           88  FIM-SALDOS                       VALUE 'S'.
       77  WRK-SH-EOF                 PIC X(01) VALUE 'N'.
           88  FIM-HISTORICO                    VALUE 'S'.
       77  WRK-PED-EOF                PIC X(01) VALUE 'N'.
           88  FIM-PEDIDOS                      VALUE 'S'.
       77  WRK-FORN-EOF               PIC X(01) VALUE 'N'.
           88  FIM-FORNECEDORES                 VALUE 'S'.
       77  WRK-TRF-EOF                PIC X(01) VALUE 'N'.
           88  FIM-TRANSFERENCIAS               VALUE 'S'.

      *    POSICAO DE CADA PRODUTO: SALDO, VENDA LIQUIDA DA JANELA,
      *    QUANTIDADE EM PEDIDO ABERTO E A ULTIMA COMPRA (MAIOR
      *    NUMERO DE PEDIDO NAO CANCELADO) DE ONDE SAEM O
      *    FORNECEDOR E O CUSTO DA SUGESTAO.
       01  TB-PRODUTO-TABELA.
           02  TB-PRODUTO OCCURS 100 TIMES INDEXED BY IX-PROD.
               03  TB-PROD-CODIGO     PIC X(06).
               03  TB-PROD-DESCRICAO  PIC X(20).
               03  TB-PROD-PONTO      PIC 9(05).
               03  TB-PROD-SITUACAO   PIC X(01).
               03  TB-PROD-SALDO      PIC S9(07).
               03  TB-PROD-VENDIDO    PIC S9(07).
               03  TB-PROD-EM-PEDIDO  PIC 9(07).
               03  TB-PROD-SUGESTAO   PIC X(01).
                   88  TEM-SUGESTAO-PENDENTE    VALUE 'S'.
               03  TB-PROD-ULT-PEDIDO PIC 9(06).
               03  TB-PROD-FORNECEDOR PIC 9(06).
               03  TB-PROD-CUSTO      PIC 9(05)V99.
       77  WRK-QT-PRODUTOS            PIC 9(03) VALUE ZEROS.
       77  WRK-PROD-ACHADO            PIC X(01) VALUE 'N'.
           88  PROD-ACHADO                      VALUE 'S'.
       77  WRK-IX-PROD                PIC 9(03) VALUE ZEROS.
       77  WRK-CODIGO                 PIC X(06) VALUE SPACES.

       01  TB-FORNECEDOR-TABELA.
           02  TB-FORNECEDOR OCCURS 200 TIMES INDEXED BY IX-FORN.
               03  TB-FORN-CODIGO     PIC 9(06).
               03  TB-FORN-SITUACAO   PIC X(01).
               03  TB-FORN-ENTREGA    PIC 9(03).
       77  WRK-QT-FORNECEDORES        PIC 9(03) VALUE ZEROS.
       77  WRK-FORN-ACHADO            PIC X(01) VALUE 'N'.
           88  FORN-ACHADO                      VALUE 'S'.
       77  WRK-IX-FORN                PIC 9(03) VALUE ZEROS.

      *    JANELA DA VENDA MEDIA E PRAZO ASSUMIDO QUANDO O
      *    FORNECEDOR NAO TEM PRAZO DE ENTREGA CADASTRADO
       77  WRK-DIAS-JANELA            PIC 9(03) VALUE 30.
       77  WRK-PRAZO-PADRAO           PIC 9(03) VALUE 7.
       77  WRK-DATA-MOVIMENTO         PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-INICIO-JANELA     PIC 9(08) VALUE ZEROS.
       77  WRK-DIA-JULIANO            PIC 9(07) VALUE ZEROS.

       77  WRK-SEQUENCIA              PIC 9(06) VALUE ZEROS.
       77  WRK-FORNECEDOR             PIC 9(06) VALUE ZEROS.
       77  WRK-PRAZO-ENTREGA          PIC 9(03) VALUE ZEROS.
       77  WRK-POSICAO                PIC S9(08) VALUE ZEROS.
       77  WRK-VENDA-NO-PRAZO         PIC S9(08) VALUE ZEROS.
       77  WRK-ALVO                   PIC S9(08) VALUE ZEROS.
       77  WRK-SUGERIDO               PIC S9(08) VALUE ZEROS.
       77  WRK-QT-A-ABRIR             PIC 9(07) VALUE ZEROS.

       77  WRK-QT-SUGESTOES           PIC 9(05) VALUE ZEROS.
       77  WRK-QT-JA-SUGERIDOS        PIC 9(05) VALUE ZEROS.
       77  WRK-QT-SEM-FORNECEDOR      PIC 9(05) VALUE ZEROS.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'POSUGGST'.
       77  WRK-RSTA-FUNCAO            PIC X(01) VALUE SPACES.
       77  WRK-RSTA-RC                PIC 9(04) VALUE ZEROS.
       77  WRK-RSTA-LIBERADO          PIC X(01) VALUE 'S'.
           88  EXECUCAO-LIBERADA                VALUE 'S'.
       77  WRK-REFERENCIA-LOG         PIC X(20) VALUE SPACES.
       77  WRK-MOTIVO-LOG             PIC X(40) VALUE SPACES.
       77  WRK-CTLT-LIDOS             PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-PROCESSADOS       PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-REJEITADOS        PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-MODO              PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0980-REGISTRAR-INICIO.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           PERFORM 0985-REGISTRAR-FIM.
           STOP RUN.

       0100-INICIALIZAR.
           DISPLAY '==== SUGESTAO AUTOMATICA DE COMPRA ===='.
           CALL 'RUNDTRTN' USING WRK-DATA-MOVIMENTO END-CALL.
           COMPUTE WRK-DIA-JULIANO =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-MOVIMENTO)
               - WRK-DIAS-JANELA.
           COMPUTE WRK-DATA-INICIO-JANELA =
               FUNCTION DATE-OF-INTEGER (WRK-DIA-JULIANO).
           DISPLAY 'DATA DE MOVIMENTO : ' WRK-DATA-MOVIMENTO.
           DISPLAY 'VENDAS A PARTIR DE: ' WRK-DATA-INICIO-JANELA.
           PERFORM 0110-CARREGAR-PRODUTOS.
           PERFORM 0120-CARREGAR-SALDOS.
           PERFORM 0122-SOMAR-TRANSITO.
           PERFORM 0130-ACUMULAR-VENDAS.
           PERFORM 0140-CARREGAR-FORNECEDORES.
           PERFORM 0150-ACUMULAR-PEDIDOS.
           PERFORM 0160-LER-SEQUENCIA.

       0110-CARREGAR-PRODUTOS.
           OPEN INPUT PRODUCT-MASTER-FILE.
           IF WRK-PROD-STATUS = '35'
               DISPLAY 'SEM CADASTRO DE PRODUTOS (PRODMAST)'
               MOVE 'S' TO WRK-PROD-EOF
           ELSE
               READ PRODUCT-MASTER-FILE
                   AT END MOVE 'S' TO WRK-PROD-EOF
               END-READ
               PERFORM 0111-LER-PRODUTO UNTIL FIM-PRODUTOS
               CLOSE PRODUCT-MASTER-FILE
           END-IF.

       0111-LER-PRODUTO.
           IF WRK-QT-PRODUTOS < 100
               ADD 1 TO WRK-QT-PRODUTOS
               SET IX-PROD TO WRK-QT-PRODUTOS
               MOVE PROD-CODIGO    TO TB-PROD-CODIGO (IX-PROD)
               MOVE PROD-DESCRICAO TO TB-PROD-DESCRICAO (IX-PROD)
               MOVE PROD-PONTO-REPOSICAO TO TB-PROD-PONTO (IX-PROD)
               MOVE PROD-SITUACAO  TO TB-PROD-SITUACAO (IX-PROD)
               MOVE ZEROS TO TB-PROD-SALDO (IX-PROD)
                   TB-PROD-VENDIDO (IX-PROD)
                   TB-PROD-EM-PEDIDO (IX-PROD)
                   TB-PROD-ULT-PEDIDO (IX-PROD)
                   TB-PROD-FORNECEDOR (IX-PROD)
                   TB-PROD-CUSTO (IX-PROD)
               MOVE 'N' TO TB-PROD-SUGESTAO (IX-PROD)
           END-IF.
           READ PRODUCT-MASTER-FILE
               AT END MOVE 'S' TO WRK-PROD-EOF
           END-READ.

       0120-CARREGAR-SALDOS.
           OPEN INPUT STOCK-BALANCE-FILE.
           IF WRK-STQ-STATUS = '35'
               MOVE 'S' TO WRK-STQ-EOF
           ELSE
               READ STOCK-BALANCE-FILE
                   AT END MOVE 'S' TO WRK-STQ-EOF
               END-READ
               PERFORM 0121-LER-SALDO UNTIL FIM-SALDOS
               CLOSE STOCK-BALANCE-FILE
           END-IF.

       0121-LER-SALDO.
           MOVE STQ-CODIGO TO WRK-CODIGO.
           PERFORM 0170-LOCALIZAR-PRODUTO.
           IF PROD-ACHADO
               SET IX-PROD TO WRK-IX-PROD
               ADD STQ-SALDO TO TB-PROD-SALDO (IX-PROD)
           END-IF.
           READ STOCK-BALANCE-FILE
               AT END MOVE 'S' TO WRK-STQ-EOF
           END-READ.

      *    O QUE SAIU DE UM LOCAL E AINDA NAO CHEGOU AO OUTRO
      *    CONTINUA SENDO ESTOQUE DA EMPRESA.
       0122-SOMAR-TRANSITO.
           OPEN INPUT STOCK-TRANSFER-FILE.
           IF WRK-TRF-STATUS = '35'
               MOVE 'S' TO WRK-TRF-EOF
           ELSE
               READ STOCK-TRANSFER-FILE
                   AT END MOVE 'S' TO WRK-TRF-EOF
               END-READ
               PERFORM 0123-LER-TRANSFERENCIA
                   UNTIL FIM-TRANSFERENCIAS
               CLOSE STOCK-TRANSFER-FILE
           END-IF.

       0123-LER-TRANSFERENCIA.
           IF TRANSF-EM-TRANSITO
               MOVE TRF-CODIGO TO WRK-CODIGO
               PERFORM 0170-LOCALIZAR-PRODUTO
               IF PROD-ACHADO
                   SET IX-PROD TO WRK-IX-PROD
                   ADD TRF-QUANTIDADE TO TB-PROD-SALDO (IX-PROD)
               END-IF
           END-IF.
           READ STOCK-TRANSFER-FILE
               AT END MOVE 'S' TO WRK-TRF-EOF
           END-READ.

      *    VENDA SOMA, DEVOLUCAO E CANCELAMENTO ABATEM, COMO NO
      *    SALERANK; SO ENTRA A JANELA ATE A DATA DE MOVIMENTO.
       0130-ACUMULAR-VENDAS.
           OPEN INPUT SALES-HISTORY-FILE.
           IF WRK-SH-STATUS = '35'
               DISPLAY 'SEM HISTORICO DE VENDAS (SALEHIST)'
               MOVE 'S' TO WRK-SH-EOF
           ELSE
               READ SALES-HISTORY-FILE
                   AT END MOVE 'S' TO WRK-SH-EOF
               END-READ
               PERFORM 0131-LER-VENDA UNTIL FIM-HISTORICO
               CLOSE SALES-HISTORY-FILE
           END-IF.

       0131-LER-VENDA.
           IF SH-DATA > WRK-DATA-INICIO-JANELA
              AND SH-DATA <= WRK-DATA-MOVIMENTO
               MOVE SH-CODIGO TO WRK-CODIGO
               PERFORM 0170-LOCALIZAR-PRODUTO
               IF PROD-ACHADO
                   SET IX-PROD TO WRK-IX-PROD
                   IF SH-TIPO = 'V'
                       ADD SH-QUANTIDADE TO TB-PROD-VENDIDO (IX-PROD)
                   ELSE
                       SUBTRACT SH-QUANTIDADE
                           FROM TB-PROD-VENDIDO (IX-PROD)
                   END-IF
               END-IF
           END-IF.
           READ SALES-HISTORY-FILE
               AT END MOVE 'S' TO WRK-SH-EOF
           END-READ.

       0140-CARREGAR-FORNECEDORES.
           OPEN INPUT SUPPLIER-MASTER-FILE.
           IF WRK-FORN-STATUS = '35'
               MOVE 'S' TO WRK-FORN-EOF
           ELSE
               READ SUPPLIER-MASTER-FILE
                   AT END MOVE 'S' TO WRK-FORN-EOF
               END-READ
               PERFORM 0141-LER-FORNECEDOR UNTIL FIM-FORNECEDORES
               CLOSE SUPPLIER-MASTER-FILE
           END-IF.

       0141-LER-FORNECEDOR.
           IF WRK-QT-FORNECEDORES < 200
               ADD 1 TO WRK-QT-FORNECEDORES
               SET IX-FORN TO WRK-QT-FORNECEDORES
               MOVE FORN-CODIGO   TO TB-FORN-CODIGO (IX-FORN)
               MOVE FORN-SITUACAO TO TB-FORN-SITUACAO (IX-FORN)
               IF FORN-PRAZO-ENTREGA IS NUMERIC
                   MOVE FORN-PRAZO-ENTREGA
                       TO TB-FORN-ENTREGA (IX-FORN)
               ELSE
                   MOVE ZEROS TO TB-FORN-ENTREGA (IX-FORN)
               END-IF
           END-IF.
           READ SUPPLIER-MASTER-FILE
               AT END MOVE 'S' TO WRK-FORN-EOF
           END-READ.

      *    PEDIDO ABERTO ENTRA NA POSICAO PELO QUE FALTA RECEBER;
      *    SUGESTAO AINDA PENDENTE BLOQUEIA NOVA SUGESTAO DO MESMO
      *    PRODUTO; PEDIDO ABERTO OU FECHADO DE NUMERO MAIOR PASSA
      *    A SER A ULTIMA COMPRA DO PRODUTO.
       0150-ACUMULAR-PEDIDOS.
           OPEN INPUT PURCHASE-ORDER-FILE.
           IF WRK-PED-STATUS = '35'
               MOVE 'S' TO WRK-PED-EOF
           ELSE
               READ PURCHASE-ORDER-FILE
                   AT END MOVE 'S' TO WRK-PED-EOF
               END-READ
               PERFORM 0151-LER-PEDIDO UNTIL FIM-PEDIDOS
               CLOSE PURCHASE-ORDER-FILE
           END-IF.

       0151-LER-PEDIDO.
           MOVE PO-CODIGO TO WRK-CODIGO.
           PERFORM 0170-LOCALIZAR-PRODUTO.
           IF PROD-ACHADO
               SET IX-PROD TO WRK-IX-PROD
               IF PEDIDO-SUGERIDO
                   MOVE 'S' TO TB-PROD-SUGESTAO (IX-PROD)
               END-IF
               IF PEDIDO-ABERTO
                  AND PO-QT-PEDIDA > PO-QT-RECEBIDA
                   COMPUTE TB-PROD-EM-PEDIDO (IX-PROD) =
                       TB-PROD-EM-PEDIDO (IX-PROD)
                       + PO-QT-PEDIDA - PO-QT-RECEBIDA
               END-IF
               IF (PEDIDO-ABERTO OR PEDIDO-FECHADO)
                  AND PO-NUMERO > TB-PROD-ULT-PEDIDO (IX-PROD)
                   MOVE PO-NUMERO TO TB-PROD-ULT-PEDIDO (IX-PROD)
                   MOVE PO-CUSTO-UNITARIO
                       TO TB-PROD-CUSTO (IX-PROD)
                   IF PO-FORNECEDOR IS NUMERIC
                       MOVE PO-FORNECEDOR
                           TO TB-PROD-FORNECEDOR (IX-PROD)
                   ELSE
                       MOVE ZEROS TO TB-PROD-FORNECEDOR (IX-PROD)
                   END-IF
               END-IF
           END-IF.
           READ PURCHASE-ORDER-FILE
               AT END MOVE 'S' TO WRK-PED-EOF
           END-READ.

       0160-LER-SEQUENCIA.
           OPEN INPUT PO-SEQUENCE-FILE.
           IF WRK-SEQ-STATUS = '00'
               READ PO-SEQUENCE-FILE
                   AT END MOVE ZEROS TO WRK-SEQUENCIA
                   NOT AT END
                       MOVE PO-SEQUENCE-RECORD TO WRK-SEQUENCIA
               END-READ
               CLOSE PO-SEQUENCE-FILE
           ELSE
               MOVE ZEROS TO WRK-SEQUENCIA
           END-IF.

       0170-LOCALIZAR-PRODUTO.
           MOVE 'N' TO WRK-PROD-ACHADO.
           MOVE ZEROS TO WRK-IX-PROD.
           PERFORM 0171-PROCURAR-PRODUTO
               VARYING IX-PROD FROM 1 BY 1
               UNTIL IX-PROD > WRK-QT-PRODUTOS OR PROD-ACHADO.

       0171-PROCURAR-PRODUTO.
           IF TB-PROD-CODIGO (IX-PROD) = WRK-CODIGO
               MOVE 'S' TO WRK-PROD-ACHADO
               SET WRK-IX-PROD TO IX-PROD
           END-IF.

      *    AS SUGESTOES SAO ACRESCENTADAS AO FIM DO PURCHORD; OS
      *    PEDIDOS EXISTENTES NAO SAO TOCADOS.
       0200-PROCESSAR.
           OPEN EXTEND PURCHASE-ORDER-FILE.
           IF WRK-PED-STATUS = '35'
               OPEN OUTPUT PURCHASE-ORDER-FILE
               CLOSE PURCHASE-ORDER-FILE
               OPEN EXTEND PURCHASE-ORDER-FILE
           END-IF.
           PERFORM 0210-AVALIAR-PRODUTO
               VARYING IX-PROD FROM 1 BY 1
               UNTIL IX-PROD > WRK-QT-PRODUTOS.
           CLOSE PURCHASE-ORDER-FILE.

      *    PRODUTO SEM PONTO DE REPOSICAO OU DESATIVADO NAO E
      *    REPOSTO PELA SUGESTAO. A POSICAO E O SALDO MAIS O QUE JA
      *    ESTA PEDIDO; ABAIXO DO PONTO, O ALVO E O PONTO MAIS A
      *    VENDA MEDIA NO PRAZO DE ENTREGA, E A SUGESTAO E O QUE
      *    FALTA ATE O ALVO.
       0210-AVALIAR-PRODUTO.
           IF TB-PROD-PONTO (IX-PROD) > ZEROS
              AND TB-PROD-SITUACAO (IX-PROD) NOT = 'I'
               COMPUTE WRK-POSICAO = TB-PROD-SALDO (IX-PROD)
                   + TB-PROD-EM-PEDIDO (IX-PROD)
               IF WRK-POSICAO < TB-PROD-PONTO (IX-PROD)
                   IF TEM-SUGESTAO-PENDENTE (IX-PROD)
                       ADD 1 TO WRK-QT-JA-SUGERIDOS
                       DISPLAY 'PRODUTO ' TB-PROD-CODIGO (IX-PROD)
                           ' JA TEM SUGESTAO PENDENTE NO POMAINT'
                   ELSE
                       PERFORM 0220-CALCULAR-SUGESTAO
                   END-IF
               END-IF
           END-IF.

       0220-CALCULAR-SUGESTAO.
           PERFORM 0230-DEFINIR-FORNECEDOR.
           IF TB-PROD-VENDIDO (IX-PROD) > ZEROS
               COMPUTE WRK-VENDA-NO-PRAZO ROUNDED =
                   TB-PROD-VENDIDO (IX-PROD) * WRK-PRAZO-ENTREGA
                   / WRK-DIAS-JANELA
           ELSE
               MOVE ZEROS TO WRK-VENDA-NO-PRAZO
           END-IF.
           COMPUTE WRK-ALVO = TB-PROD-PONTO (IX-PROD)
               + WRK-VENDA-NO-PRAZO.
           COMPUTE WRK-SUGERIDO = WRK-ALVO - WRK-POSICAO.
           IF WRK-SUGERIDO > 99999
               MOVE 99999 TO WRK-SUGERIDO
           END-IF.
           MOVE WRK-SUGERIDO TO WRK-QT-A-ABRIR.
           PERFORM 0240-GRAVAR-SUGESTAO.

      *    FORNECEDOR DA ULTIMA COMPRA, SE AINDA ATIVO; SEM ELE A
      *    SUGESTAO SAI COM FORNECEDOR ZERO E O COMPRADOR ESCOLHE NA
      *    APROVACAO. O PRAZO DE ENTREGA VEM DO CADASTRO OU DO
      *    PADRAO.
       0230-DEFINIR-FORNECEDOR.
           MOVE TB-PROD-FORNECEDOR (IX-PROD) TO WRK-FORNECEDOR.
           MOVE WRK-PRAZO-PADRAO TO WRK-PRAZO-ENTREGA.
           MOVE 'N' TO WRK-FORN-ACHADO.
           IF WRK-FORNECEDOR > ZEROS
               PERFORM 0231-PROCURAR-FORNECEDOR
                   VARYING IX-FORN FROM 1 BY 1
                   UNTIL IX-FORN > WRK-QT-FORNECEDORES OR FORN-ACHADO
           END-IF.
           IF FORN-ACHADO
               SET IX-FORN TO WRK-IX-FORN
               IF TB-FORN-ENTREGA (IX-FORN) > ZEROS
                   MOVE TB-FORN-ENTREGA (IX-FORN) TO WRK-PRAZO-ENTREGA
               END-IF
               IF TB-FORN-SITUACAO (IX-FORN) NOT = 'A'
                   MOVE ZEROS TO WRK-FORNECEDOR
               END-IF
           ELSE
               MOVE ZEROS TO WRK-FORNECEDOR
           END-IF.
           IF WRK-FORNECEDOR = ZEROS
               ADD 1 TO WRK-QT-SEM-FORNECEDOR
               MOVE TB-PROD-CODIGO (IX-PROD) TO WRK-REFERENCIA-LOG
               MOVE 'SUGESTAO SEM FORNECEDOR ATIVO - ESCOLHER'
                   TO WRK-MOTIVO-LOG
               CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                   WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
               END-CALL
           END-IF.

       0231-PROCURAR-FORNECEDOR.
           IF TB-FORN-CODIGO (IX-FORN) = WRK-FORNECEDOR
               MOVE 'S' TO WRK-FORN-ACHADO
               SET WRK-IX-FORN TO IX-FORN
           END-IF.

       0240-GRAVAR-SUGESTAO.
           ADD 1 TO WRK-SEQUENCIA.
           ADD 1 TO WRK-QT-SUGESTOES.
           INITIALIZE PURCHASE-ORDER-RECORD.
           MOVE WRK-SEQUENCIA             TO PO-NUMERO.
           MOVE TB-PROD-CODIGO (IX-PROD)  TO PO-CODIGO.
           MOVE WRK-QT-A-ABRIR            TO PO-QT-PEDIDA.
           MOVE ZEROS                     TO PO-QT-RECEBIDA.
           COMPUTE WRK-DIA-JULIANO =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-MOVIMENTO)
               + WRK-PRAZO-ENTREGA.
           COMPUTE PO-DATA-PREVISTA =
               FUNCTION DATE-OF-INTEGER (WRK-DIA-JULIANO).
           MOVE TB-PROD-CUSTO (IX-PROD)   TO PO-CUSTO-UNITARIO.
           MOVE 'S'                       TO PO-SITUACAO.
           MOVE WRK-FORNECEDOR            TO PO-FORNECEDOR.
           WRITE PURCHASE-ORDER-RECORD.
           DISPLAY 'SUGESTAO ' WRK-SEQUENCIA ' PRODUTO '
               TB-PROD-CODIGO (IX-PROD) ' ' TB-PROD-DESCRICAO (IX-PROD)
               ' SALDO ' TB-PROD-SALDO (IX-PROD)
               ' EM PEDIDO ' TB-PROD-EM-PEDIDO (IX-PROD)
               ' SUGERIDO ' PO-QT-PEDIDA.

      *    A SEQUENCIA SO E REGRAVADA SE ALGUM NUMERO FOI USADO.
       0300-FINALIZAR.
           IF WRK-QT-SUGESTOES > ZEROS
               OPEN OUTPUT PO-SEQUENCE-FILE
               MOVE WRK-SEQUENCIA TO PO-SEQUENCE-RECORD
               WRITE PO-SEQUENCE-RECORD
               CLOSE PO-SEQUENCE-FILE
           END-IF.
           DISPLAY ' ---------------------- '.
           DISPLAY 'PRODUTOS AVALIADOS     : ' WRK-QT-PRODUTOS.
           DISPLAY 'SUGESTOES GRAVADAS     : ' WRK-QT-SUGESTOES.
           DISPLAY 'SEM FORNECEDOR ATIVO   : ' WRK-QT-SEM-FORNECEDOR.
           DISPLAY 'JA COM SUGESTAO        : ' WRK-QT-JA-SUGERIDOS.
           MOVE WRK-QT-PRODUTOS  TO WRK-CTLT-LIDOS.
           MOVE WRK-QT-SUGESTOES TO WRK-CTLT-PROCESSADOS.
           MOVE ZEROS            TO WRK-CTLT-REJEITADOS.
           CALL 'CTLTOTRTN' USING WRK-PROGRAMA-ID WRK-CTLT-LIDOS
               WRK-CTLT-PROCESSADOS WRK-CTLT-REJEITADOS
               WRK-CTLT-MODO
           END-CALL.
           DISPLAY ' FIM DA SUGESTAO AUTOMATICA DE COMPRA '.

      *    CONTROLE DE REEXECUCAO DA ESTEIRA (RUNSTRTN / RUNSTAT): O
      *    PASSO JA CONCLUIDO OU INTERROMPIDO NA DATA DE MOVIMENTO SO
      *    RODA DE NOVO COM CARTAO DE LIBERACAO NO DD RUNOVRD.
       0980-REGISTRAR-INICIO.
           MOVE 'I' TO WRK-RSTA-FUNCAO.
           CALL 'RUNSTRTN' USING WRK-PROGRAMA-ID WRK-RSTA-FUNCAO
               WRK-RSTA-RC WRK-RSTA-LIBERADO
           END-CALL.
           IF NOT EXECUCAO-LIBERADA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    O RETURN-CODE DO PASSO VAI PARA O RUNSTAT E E DEVOLVIDO
      *    DEPOIS DA CHAMADA, QUE O ZERA.
       0985-REGISTRAR-FIM.
           MOVE RETURN-CODE TO WRK-RSTA-RC.
           MOVE 'F' TO WRK-RSTA-FUNCAO.
           CALL 'RUNSTRTN' USING WRK-PROGRAMA-ID WRK-RSTA-FUNCAO
               WRK-RSTA-RC WRK-RSTA-LIBERADO
           END-CALL.
           MOVE WRK-RSTA-RC TO RETURN-CODE.
