      *
      *    MODIFICATION HISTORY
      *    02/09/2026  LCW  VERSAO INICIAL.
      *    15/10/2026  LCW  PEDIDO NOVO EXIGE FORNECEDOR ATIVO DO
      *                     CADASTRO SUPPMAST.
      *    15/10/2026  LCW  SUGESTOES DE COMPRA DO POSUGGST (SITUACAO
      *                     S): LISTAR, APROVAR (VIRA PEDIDO ABERTO)
      *                     OU DESCARTAR (VIRA CANCELADO).
      *    15/10/2026  LCW  PRODUTO DESATIVADO NO PRODMAINT NAO
      *                     RECEBE PEDIDO NOVO.
      **********************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SEQ-STATUS.

           SELECT SUPPLIER-MASTER-FILE ASSIGN TO 'SUPPMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FORN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PURCHASE-ORDER-FILE.
       FD  PO-SEQUENCE-FILE.
       01  PO-SEQUENCE-RECORD         PIC 9(06).

       FD  SUPPLIER-MASTER-FILE.
           COPY 'SUPPMAST.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-PED-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-PROD-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-SEQ-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-FORN-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-PED-EOF                PIC X(01) VALUE 'N'.
           88  FIM-PEDIDOS                      VALUE 'S'.
       77  WRK-PROD-EOF               PIC X(01) VALUE 'N'.
           88  FIM-PRODUTOS                     VALUE 'S'.
       77  WRK-FORN-EOF               PIC X(01) VALUE 'N'.
           88  FIM-FORNECEDORES                 VALUE 'S'.

       77  WRK-OPCAO                  PIC X(01) VALUE SPACES.
           88  OPCAO-INCLUIR                    VALUE 'I'.
           88  OPCAO-ALTERAR                    VALUE 'A'.
           88  OPCAO-CANCELAR                   VALUE 'C'.
           88  OPCAO-LISTAR                     VALUE 'L'.
           88  OPCAO-LISTAR-SUGESTOES           VALUE 'S'.
           88  OPCAO-APROVAR                    VALUE 'P'.
           88  OPCAO-DESCARTAR                  VALUE 'D'.
           88  OPCAO-SAIR                       VALUE '0'.

      *    OS PEDIDOS SAO CARREGADOS EM TABELA, ALTERADOS EM
               03  TB-PED-PREVISTA    PIC 9(08).
               03  TB-PED-CUSTO       PIC 9(05)V99.
               03  TB-PED-SITUACAO    PIC X(01).
               03  TB-PED-FORNECEDOR  PIC 9(06).
       77  WRK-QT-PEDIDOS             PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-PEDIDOS         PIC 9(03) VALUE 200.
       77  WRK-IX-PED                 PIC 9(03) VALUE ZEROS.
           02  TB-PRODUTO OCCURS 100 TIMES INDEXED BY IX-PROD.
               03  TB-PROD-CODIGO     PIC X(06).
               03  TB-PROD-DESCRICAO  PIC X(20).
               03  TB-PROD-SITUACAO   PIC X(01).
       77  WRK-QT-PRODUTOS            PIC 9(03) VALUE ZEROS.
       77  WRK-PROD-ACHADO            PIC X(01) VALUE 'N'.
           88  PROD-ACHADO                      VALUE 'S'.

      *    CADASTRO DE FORNECEDORES PARA VALIDACAO
       01  TB-FORNECEDOR-TABELA.
           02  TB-FORNECEDOR OCCURS 200 TIMES INDEXED BY IX-FORN.
               03  TB-FORN-CODIGO     PIC 9(06).
               03  TB-FORN-RAZAO      PIC X(30).
               03  TB-FORN-SITUACAO   PIC X(01).
       77  WRK-QT-FORNECEDORES        PIC 9(03) VALUE ZEROS.
       77  WRK-FORN-ACHADO            PIC X(01) VALUE 'N'.
           88  FORN-ACHADO                      VALUE 'S'.
       77  WRK-FORNECEDOR             PIC 9(06) VALUE ZEROS.

       77  WRK-NUMERO-PEDIDO          PIC 9(06) VALUE ZEROS.
       77  WRK-CODIGO                 PIC X(06) VALUE SPACES.
       77  WRK-QUANTIDADE             PIC 9(05) VALUE ZEROS.

       0100-INICIALIZAR.
           PERFORM 0110-CARREGAR-PRODUTOS.
           PERFORM 0115-CARREGAR-FORNECEDORES.
           PERFORM 0120-CARREGAR-PEDIDOS.
           PERFORM 0130-EXIBIR-MENU.

               SET IX-PROD TO WRK-QT-PRODUTOS
               MOVE PROD-CODIGO    TO TB-PROD-CODIGO (IX-PROD)
               MOVE PROD-DESCRICAO TO TB-PROD-DESCRICAO (IX-PROD)
               MOVE PROD-SITUACAO  TO TB-PROD-SITUACAO (IX-PROD)
           END-IF.
           READ PRODUCT-MASTER-FILE
               AT END MOVE 'S' TO WRK-PROD-EOF
           END-READ.

       0115-CARREGAR-FORNECEDORES.
           OPEN INPUT SUPPLIER-MASTER-FILE.
           IF WRK-FORN-STATUS = '35'
               MOVE 'S' TO WRK-FORN-EOF
           ELSE
               READ SUPPLIER-MASTER-FILE
                   AT END MOVE 'S' TO WRK-FORN-EOF
               END-READ
               PERFORM 0116-LER-FORNECEDOR UNTIL FIM-FORNECEDORES
               CLOSE SUPPLIER-MASTER-FILE
           END-IF.

       0116-LER-FORNECEDOR.
           IF WRK-QT-FORNECEDORES < 200
               ADD 1 TO WRK-QT-FORNECEDORES
               SET IX-FORN TO WRK-QT-FORNECEDORES
               MOVE FORN-CODIGO       TO TB-FORN-CODIGO (IX-FORN)
               MOVE FORN-RAZAO-SOCIAL TO TB-FORN-RAZAO (IX-FORN)
               MOVE FORN-SITUACAO     TO TB-FORN-SITUACAO (IX-FORN)
           END-IF.
           READ SUPPLIER-MASTER-FILE
               AT END MOVE 'S' TO WRK-FORN-EOF
           END-READ.

       0120-CARREGAR-PEDIDOS.
           OPEN INPUT PURCHASE-ORDER-FILE.
           IF WRK-PED-STATUS = '35'
               MOVE PO-DATA-PREVISTA  TO TB-PED-PREVISTA (IX-PED)
               MOVE PO-CUSTO-UNITARIO TO TB-PED-CUSTO (IX-PED)
               MOVE PO-SITUACAO       TO TB-PED-SITUACAO (IX-PED)
               IF PO-FORNECEDOR IS NUMERIC
                   MOVE PO-FORNECEDOR TO TB-PED-FORNECEDOR (IX-PED)
               ELSE
                   MOVE ZEROS TO TB-PED-FORNECEDOR (IX-PED)
               END-IF
           END-IF.
           READ PURCHASE-ORDER-FILE
               AT END MOVE 'S' TO WRK-PED-EOF
           DISPLAY ' A - ALTERAR PEDIDO ABERTO'.
           DISPLAY ' C - CANCELAR PEDIDO ABERTO'.
           DISPLAY ' L - LISTAR PEDIDOS ABERTOS'.
           DISPLAY ' S - LISTAR SUGESTOES DE COMPRA'.
           DISPLAY ' P - APROVAR SUGESTAO DE COMPRA'.
           DISPLAY ' D - DESCARTAR SUGESTAO DE COMPRA'.
           DISPLAY ' 0 - SAIR'.
           DISPLAY 'ESCOLHA UMA OPCAO ...'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
                   PERFORM 0230-CANCELAR
               WHEN OPCAO-LISTAR
                   PERFORM 0240-LISTAR-ABERTOS
               WHEN OPCAO-LISTAR-SUGESTOES
                   PERFORM 0245-LISTAR-SUGESTOES
               WHEN OPCAO-APROVAR
                   PERFORM 0290-APROVAR-SUGESTAO
               WHEN OPCAO-DESCARTAR
                   PERFORM 0295-DESCARTAR-SUGESTAO
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
           ACCEPT WRK-CODIGO FROM CONSOLE.
           PERFORM 0250-VALIDAR-PRODUTO.
           IF PROD-ACHADO
               DISPLAY 'CODIGO DO FORNECEDOR ...'
               ACCEPT WRK-FORNECEDOR FROM CONSOLE
               PERFORM 0255-VALIDAR-FORNECEDOR
           END-IF.
           IF PROD-ACHADO AND FORN-ACHADO
               DISPLAY 'QUANTIDADE PEDIDA ...'
               ACCEPT WRK-QUANTIDADE FROM CONSOLE
               DISPLAY 'DATA PREVISTA (AAAAMMDD) ...'
           MOVE WRK-PREVISTA   TO TB-PED-PREVISTA (IX-PED).
           MOVE WRK-CUSTO      TO TB-PED-CUSTO (IX-PED).
           MOVE 'A'            TO TB-PED-SITUACAO (IX-PED).
           MOVE WRK-FORNECEDOR TO TB-PED-FORNECEDOR (IX-PED).
           MOVE 'S' TO WRK-ALTERADO.
           PERFORM 0261-GRAVAR-SEQUENCIA.
           DISPLAY 'PEDIDO ' WRK-SEQUENCIA ' INCLUIDO'.
                   ' RECEBIDO ' TB-PED-QT-RECEBIDA (IX-PED)
                   ' PREVISTO ' TB-PED-PREVISTA (IX-PED)
                   ' CUSTO ' WRK-CUSTO-ED
                   ' FORNECEDOR ' TB-PED-FORNECEDOR (IX-PED)
           END-IF.

      *    SUGESTOES GRAVADAS PELO POSUGGST AGUARDANDO O COMPRADOR;
      *    FORNECEDOR ZERO QUER DIZER QUE O PRODUTO NUNCA FOI
      *    COMPRADO E O FORNECEDOR TEM QUE SER INFORMADO NA
      *    APROVACAO.
       0245-LISTAR-SUGESTOES.
           DISPLAY '------- SUGESTOES DE COMPRA PENDENTES -------'.
           PERFORM 0246-LISTAR-SUGESTAO
               VARYING IX-PED FROM 1 BY 1
               UNTIL IX-PED > WRK-QT-PEDIDOS.

       0246-LISTAR-SUGESTAO.
           IF TB-PED-SITUACAO (IX-PED) = 'S'
               MOVE TB-PED-CUSTO (IX-PED) TO WRK-CUSTO-ED
               DISPLAY 'SUGESTAO ' TB-PED-NUMERO (IX-PED)
                   ' PRODUTO ' TB-PED-CODIGO (IX-PED)
                   ' SUGERIDO ' TB-PED-QT-PEDIDA (IX-PED)
                   ' PREVISTO ' TB-PED-PREVISTA (IX-PED)
                   ' CUSTO ' WRK-CUSTO-ED
                   ' FORNECEDOR ' TB-PED-FORNECEDOR (IX-PED)
           END-IF.

       0250-VALIDAR-PRODUTO.
           IF NOT PROD-ACHADO
               DISPLAY 'PRODUTO ' WRK-CODIGO ' FORA DO CADASTRO '
                   'PRODMAST - NADA GRAVADO'
           ELSE
               SET IX-PROD DOWN BY 1
               IF TB-PROD-SITUACAO (IX-PROD) = 'I'
                   MOVE 'N' TO WRK-PROD-ACHADO
                   DISPLAY 'PRODUTO ' WRK-CODIGO ' DESATIVADO - '
                       'NADA GRAVADO'
               END-IF
           END-IF.

       0251-PROCURAR-PRODUTO.
               DISPLAY 'PRODUTO: ' TB-PROD-DESCRICAO (IX-PROD)
           END-IF.

      *    SO ENTRA PEDIDO DE FORNECEDOR CADASTRADO E ATIVO;
      *    FORNECEDOR BLOQUEADO NO SUPPMAINT NAO RECEBE PEDIDO NOVO.
       0255-VALIDAR-FORNECEDOR.
           MOVE 'N' TO WRK-FORN-ACHADO.
           PERFORM 0256-PROCURAR-FORNECEDOR
               VARYING IX-FORN FROM 1 BY 1
               UNTIL IX-FORN > WRK-QT-FORNECEDORES OR FORN-ACHADO.
           IF NOT FORN-ACHADO
               DISPLAY 'FORNECEDOR ' WRK-FORNECEDOR ' FORA DO '
                   'CADASTRO SUPPMAST - NADA GRAVADO'
           ELSE
               SET IX-FORN DOWN BY 1
               IF TB-FORN-SITUACAO (IX-FORN) NOT = 'A'
                   MOVE 'N' TO WRK-FORN-ACHADO
                   DISPLAY 'FORNECEDOR ' WRK-FORNECEDOR ' BLOQUEADO - '
                       'NADA GRAVADO'
               END-IF
           END-IF.

       0256-PROCURAR-FORNECEDOR.
           IF TB-FORN-CODIGO (IX-FORN) = WRK-FORNECEDOR
               MOVE 'S' TO WRK-FORN-ACHADO
               DISPLAY 'FORNECEDOR: ' TB-FORN-RAZAO (IX-FORN)
           END-IF.

       0260-LER-SEQUENCIA.
           OPEN INPUT PO-SEQUENCE-FILE.
           IF WRK-SEQ-STATUS = '00'
               SET WRK-IX-PED TO IX-PED
           END-IF.

      *    A APROVACAO TRANSFORMA A SUGESTAO EM PEDIDO ABERTO, COM
      *    O MESMO NUMERO. QUANTIDADE OU DATA EM ZERO MANTEM O QUE O
      *    POSUGGST SUGERIU; O FORNECEDOR PASSA PELA MESMA VALIDACAO
      *    DA INCLUSAO (CADASTRADO E ATIVO).
       0290-APROVAR-SUGESTAO.
           PERFORM 0270-LER-NUMERO.
           PERFORM 0285-LOCALIZAR-SUGESTAO.
           IF NOT PEDIDO-ACHADO
               DISPLAY 'SUGESTAO ' WRK-NUMERO-PEDIDO ' NAO ENCONTRADA'
           ELSE
               SET IX-PED TO WRK-IX-PED
               DISPLAY 'PRODUTO ' TB-PED-CODIGO (IX-PED)
                   ' QUANTIDADE SUGERIDA : ' TB-PED-QT-PEDIDA (IX-PED)
               DISPLAY 'QUANTIDADE A PEDIR (ZERO MANTEM A SUGERIDA) ...'
               ACCEPT WRK-QUANTIDADE FROM CONSOLE
               DISPLAY 'DATA PREVISTA (AAAAMMDD, ZERO MANTEM '
                   TB-PED-PREVISTA (IX-PED) ') ...'
               ACCEPT WRK-PREVISTA FROM CONSOLE
               DISPLAY 'FORNECEDOR (ZERO MANTEM '
                   TB-PED-FORNECEDOR (IX-PED) ') ...'
               ACCEPT WRK-FORNECEDOR FROM CONSOLE
               IF WRK-QUANTIDADE = ZEROS
                   MOVE TB-PED-QT-PEDIDA (IX-PED) TO WRK-QUANTIDADE
               END-IF
               IF WRK-PREVISTA = ZEROS
                   MOVE TB-PED-PREVISTA (IX-PED) TO WRK-PREVISTA
               END-IF
               IF WRK-FORNECEDOR = ZEROS
                   MOVE TB-PED-FORNECEDOR (IX-PED) TO WRK-FORNECEDOR
               END-IF
               PERFORM 0255-VALIDAR-FORNECEDOR
               IF FORN-ACHADO
                   SET IX-PED TO WRK-IX-PED
                   MOVE WRK-QUANTIDADE TO TB-PED-QT-PEDIDA (IX-PED)
                   MOVE WRK-PREVISTA   TO TB-PED-PREVISTA (IX-PED)
                   MOVE WRK-FORNECEDOR TO TB-PED-FORNECEDOR (IX-PED)
                   MOVE 'A'            TO TB-PED-SITUACAO (IX-PED)
                   MOVE 'S' TO WRK-ALTERADO
                   DISPLAY 'SUGESTAO ' WRK-NUMERO-PEDIDO
                       ' APROVADA - PEDIDO ABERTO'
               END-IF
           END-IF.

      *    SUGESTAO DESCARTADA FICA CANCELADA NO ARQUIVO, COMO O
      *    PEDIDO CANCELADO, E LIBERA O PRODUTO PARA A PROXIMA
      *    SUGESTAO.
       0295-DESCARTAR-SUGESTAO.
           PERFORM 0270-LER-NUMERO.
           PERFORM 0285-LOCALIZAR-SUGESTAO.
           IF NOT PEDIDO-ACHADO
               DISPLAY 'SUGESTAO ' WRK-NUMERO-PEDIDO ' NAO ENCONTRADA'
           ELSE
               SET IX-PED TO WRK-IX-PED
               MOVE 'C' TO TB-PED-SITUACAO (IX-PED)
               MOVE 'S' TO WRK-ALTERADO
               DISPLAY 'SUGESTAO ' WRK-NUMERO-PEDIDO ' DESCARTADA'
           END-IF.

       0285-LOCALIZAR-SUGESTAO.
           MOVE 'N' TO WRK-PEDIDO-ACHADO.
           MOVE ZEROS TO WRK-IX-PED.
           PERFORM 0286-PROCURAR-SUGESTAO
               VARYING IX-PED FROM 1 BY 1
               UNTIL IX-PED > WRK-QT-PEDIDOS OR PEDIDO-ACHADO.

       0286-PROCURAR-SUGESTAO.
           IF TB-PED-NUMERO (IX-PED) = WRK-NUMERO-PEDIDO
              AND TB-PED-SITUACAO (IX-PED) = 'S'
               MOVE 'S' TO WRK-PEDIDO-ACHADO
               SET WRK-IX-PED TO IX-PED
           END-IF.

      *    O CADASTRO SO E REGRAVADO QUANDO ALGO MUDOU; UMA SESSAO
      *    SO DE CONSULTA NAO TOCA NO ARQUIVO.
       0300-FINALIZAR.
           MOVE TB-PED-PREVISTA (IX-PED)    TO PO-DATA-PREVISTA.
           MOVE TB-PED-CUSTO (IX-PED)       TO PO-CUSTO-UNITARIO.
           MOVE TB-PED-SITUACAO (IX-PED)    TO PO-SITUACAO.
           MOVE TB-PED-FORNECEDOR (IX-PED)  TO PO-FORNECEDOR.
           WRITE PURCHASE-ORDER-RECORD.
