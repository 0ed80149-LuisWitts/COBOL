      *              DA DATA DE MOVIMENTO. PAGINADO PELA ROTINA
      *              RPTHDRTN; PEDIDO ATRASADO ENCERRA COM
      *              RETURN-CODE 4 PARA CHAMAR ATENCAO NA ESTEIRA.
      *              NO FIM, OS ATRASADOS SAO REPETIDOS AGRUPADOS POR
      *              FORNECEDOR (SUPPMAST), COM CONTATO E TELEFONE,
      *              PARA O COMPRADOR SABER A QUEM LIGAR.
      *    data = 02/09/2026
      *
      *    MODIFICATION HISTORY
      *    02/09/2026  LCW  VERSAO INICIAL.
      *    15/10/2026  LCW  ATRASADOS AGRUPADOS POR FORNECEDOR.
      **********************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PED-STATUS.

           SELECT SUPPLIER-MASTER-FILE ASSIGN TO 'SUPPMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FORN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PURCHASE-ORDER-FILE.
           COPY 'PURCHORD.cob'.

       FD  SUPPLIER-MASTER-FILE.
           COPY 'SUPPMAST.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-PED-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.
       77  WRK-FORN-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-FORN-EOF               PIC X(01) VALUE 'N'.
           88  FIM-FORNECEDORES                 VALUE 'S'.

      *    PEDIDOS ATRASADOS GUARDADOS PARA O AGRUPAMENTO POR
      *    FORNECEDOR NO FIM DO RELATORIO.
       01  TB-ATRASO-TABELA.
           02  TB-ATRASO OCCURS 200 TIMES INDEXED BY IX-ATR.
               03  TB-ATR-NUMERO      PIC 9(06).
               03  TB-ATR-CODIGO      PIC X(06).
               03  TB-ATR-PENDENTE    PIC S9(05).
               03  TB-ATR-PREVISTA    PIC 9(08).
               03  TB-ATR-FORNECEDOR  PIC 9(06).
               03  TB-ATR-IMPRESSO    PIC X(01).
       77  WRK-QT-TAB-ATRASO          PIC 9(03) VALUE ZEROS.

       01  TB-FORNECEDOR-TABELA.
           02  TB-FORNECEDOR OCCURS 200 TIMES INDEXED BY IX-FORN.
               03  TB-FORN-CODIGO     PIC 9(06).
               03  TB-FORN-RAZAO      PIC X(30).
               03  TB-FORN-CONTATO    PIC X(20).
               03  TB-FORN-TELEFONE   PIC X(11).
       77  WRK-QT-FORNECEDORES        PIC 9(03) VALUE ZEROS.
       77  WRK-QT-DO-FORNECEDOR       PIC 9(03) VALUE ZEROS.
       77  WRK-QT-SEM-FORNECEDOR      PIC 9(03) VALUE ZEROS.

       77  WRK-DATA-MOVIMENTO         PIC 9(08) VALUE ZEROS.
       77  WRK-QT-ABERTOS             PIC 9(03) VALUE ZEROS.
                   ' *** ATRASADO ***'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
               PERFORM 0220-GUARDAR-ATRASO
           ELSE
               STRING 'PEDIDO ' PO-NUMERO
                   ' PRODUTO ' PO-CODIGO
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.

       0220-GUARDAR-ATRASO.
           IF WRK-QT-TAB-ATRASO < 200
               ADD 1 TO WRK-QT-TAB-ATRASO
               SET IX-ATR TO WRK-QT-TAB-ATRASO
               MOVE PO-NUMERO        TO TB-ATR-NUMERO (IX-ATR)
               MOVE PO-CODIGO        TO TB-ATR-CODIGO (IX-ATR)
               MOVE WRK-QT-PENDENTE  TO TB-ATR-PENDENTE (IX-ATR)
               MOVE PO-DATA-PREVISTA TO TB-ATR-PREVISTA (IX-ATR)
               MOVE 'N'              TO TB-ATR-IMPRESSO (IX-ATR)
               IF PO-FORNECEDOR IS NUMERIC
                   MOVE PO-FORNECEDOR TO TB-ATR-FORNECEDOR (IX-ATR)
               ELSE
                   MOVE ZEROS TO TB-ATR-FORNECEDOR (IX-ATR)
               END-IF
           END-IF.

       0250-CARREGAR-FORNECEDORES.
           OPEN INPUT SUPPLIER-MASTER-FILE.
           IF WRK-FORN-STATUS = '35'
               MOVE 'S' TO WRK-FORN-EOF
           ELSE
               READ SUPPLIER-MASTER-FILE
                   AT END MOVE 'S' TO WRK-FORN-EOF
               END-READ
               PERFORM 0251-LER-FORNECEDOR UNTIL FIM-FORNECEDORES
               CLOSE SUPPLIER-MASTER-FILE
           END-IF.

       0251-LER-FORNECEDOR.
           IF WRK-QT-FORNECEDORES < 200
               ADD 1 TO WRK-QT-FORNECEDORES
               SET IX-FORN TO WRK-QT-FORNECEDORES
               MOVE FORN-CODIGO       TO TB-FORN-CODIGO (IX-FORN)
               MOVE FORN-RAZAO-SOCIAL TO TB-FORN-RAZAO (IX-FORN)
               MOVE FORN-CONTATO      TO TB-FORN-CONTATO (IX-FORN)
               MOVE FORN-TELEFONE     TO TB-FORN-TELEFONE (IX-FORN)
           END-IF.
           READ SUPPLIER-MASTER-FILE
               AT END MOVE 'S' TO WRK-FORN-EOF
           END-READ.

      *    ATRASADOS POR FORNECEDOR: UM BLOCO POR FORNECEDOR DO
      *    CADASTRO QUE TENHA PEDIDO ATRASADO, E NO FIM OS PEDIDOS
      *    SEM FORNECEDOR CONHECIDO (FORMATO ANTIGO OU CODIGO FORA
      *    DO SUPPMAST).
       0260-ATRASOS-POR-FORNECEDOR.
           PERFORM 0250-CARREGAR-FORNECEDORES.
           MOVE SPACES TO WRK-RPT-LINHA.
           MOVE '--- PEDIDOS ATRASADOS POR FORNECEDOR ---'
               TO WRK-RPT-LINHA.
           PERFORM 0290-IMPRIMIR-LINHA.
           PERFORM 0261-BLOCO-FORNECEDOR
               VARYING IX-FORN FROM 1 BY 1
               UNTIL IX-FORN > WRK-QT-FORNECEDORES.
           MOVE ZEROS TO WRK-QT-SEM-FORNECEDOR.
           PERFORM 0264-CONTAR-SEM-FORNECEDOR
               VARYING IX-ATR FROM 1 BY 1
               UNTIL IX-ATR > WRK-QT-TAB-ATRASO.
           IF WRK-QT-SEM-FORNECEDOR > ZEROS
               MOVE SPACES TO WRK-RPT-LINHA
               MOVE 'FORNECEDOR NAO CADASTRADO' TO WRK-RPT-LINHA
               PERFORM 0290-IMPRIMIR-LINHA
               PERFORM 0265-ATRASO-SEM-FORNECEDOR
                   VARYING IX-ATR FROM 1 BY 1
                   UNTIL IX-ATR > WRK-QT-TAB-ATRASO
           END-IF.

       0261-BLOCO-FORNECEDOR.
           MOVE ZEROS TO WRK-QT-DO-FORNECEDOR.
           PERFORM 0262-CONTAR-DO-FORNECEDOR
               VARYING IX-ATR FROM 1 BY 1
               UNTIL IX-ATR > WRK-QT-TAB-ATRASO.
           IF WRK-QT-DO-FORNECEDOR > ZEROS
               MOVE SPACES TO WRK-RPT-LINHA
               STRING 'FORNECEDOR ' TB-FORN-CODIGO (IX-FORN)
                   ' ' TB-FORN-RAZAO (IX-FORN)
                   ' CONTATO ' TB-FORN-CONTATO (IX-FORN)
                   ' FONE ' TB-FORN-TELEFONE (IX-FORN)
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
               PERFORM 0290-IMPRIMIR-LINHA
               PERFORM 0263-ATRASO-DO-FORNECEDOR
                   VARYING IX-ATR FROM 1 BY 1
                   UNTIL IX-ATR > WRK-QT-TAB-ATRASO
           END-IF.

       0262-CONTAR-DO-FORNECEDOR.
           IF TB-ATR-FORNECEDOR (IX-ATR) = TB-FORN-CODIGO (IX-FORN)
               ADD 1 TO WRK-QT-DO-FORNECEDOR
           END-IF.

       0263-ATRASO-DO-FORNECEDOR.
           IF TB-ATR-FORNECEDOR (IX-ATR) = TB-FORN-CODIGO (IX-FORN)
               MOVE 'S' TO TB-ATR-IMPRESSO (IX-ATR)
               PERFORM 0266-LINHA-ATRASO
           END-IF.

       0264-CONTAR-SEM-FORNECEDOR.
           IF TB-ATR-IMPRESSO (IX-ATR) = 'N'
               ADD 1 TO WRK-QT-SEM-FORNECEDOR
           END-IF.

       0265-ATRASO-SEM-FORNECEDOR.
           IF TB-ATR-IMPRESSO (IX-ATR) = 'N'
               PERFORM 0266-LINHA-ATRASO
           END-IF.

       0266-LINHA-ATRASO.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING '   PEDIDO ' TB-ATR-NUMERO (IX-ATR)
               ' PRODUTO ' TB-ATR-CODIGO (IX-ATR)
               ' PENDENTE ' TB-ATR-PENDENTE (IX-ATR)
               ' PREVISTO ' TB-ATR-PREVISTA (IX-ATR)
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0290-IMPRIMIR-LINHA.

       0290-IMPRIMIR-LINHA.
           DISPLAY WRK-RPT-LINHA.
           MOVE 'L' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.

       0300-FINALIZAR.
           IF WRK-PED-STATUS NOT = '35'
               CLOSE PURCHASE-ORDER-FILE
           END-IF.
           IF WRK-QT-TAB-ATRASO > ZEROS
               PERFORM 0260-ATRASOS-POR-FORNECEDOR
           END-IF.
           DISPLAY 'PEDIDOS ABERTOS   : ' WRK-QT-ABERTOS.
           DISPLAY 'PEDIDOS ATRASADOS : ' WRK-QT-ATRASADOS.
           MOVE SPACES TO WRK-RPT-LINHA.
