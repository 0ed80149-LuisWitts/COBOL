       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDIMPT.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: IMPORTACAO DOS PEDIDOS ELETRONICOS DOS CLIENTES
      *              ATACADISTAS (PEDCLI), NO LUGAR DA REDIGITACAO
      *              DAS PLANILHAS NA SALENTRY. CADA ENVELOPE
      *              (FILEENV.cob) E DE UM CLIENTE DO CLIEDI E SO E
      *              IMPORTADO SE O TRAILER CONFERE COM AS LINHAS;
      *              CADA LINHA PASSA PELAS MESMAS CONFERENCIAS DA
      *              DIGITACAO: PRODUTO NO PRODMAST E ATIVO, CLIENTE
      *              NO CUSTMAST ATIVO E COM CPF VALIDO, LIMITE DE
      *              CREDITO CONTRA O ABERTO NO ARINVOIC E ESTOQUE NA
      *              LOJA (O QUE FALTA VIRA PENDENCIA NO BACKORD). A
      *              LINHA ACEITA VAI PARA O SALETRAN DA NOITE (VENDA
      *              A PRAZO, VENDEDOR/LOJA/PARCELAS DO CLIEDI) E
      *              CADA CLIENTE RECEBE A RESPOSTA LINHA A LINHA NO
      *              PEDRESP, NO MESMO ENVELOPE. SEM OVERRIDE EM
      *              LOTE: CREDITO RETIDO E RECUSA, E O COMERCIAL
      *              REDIGITA NA SALENTRY SE O SUPERVISOR LIBERAR.
      *    data = 15/10/2026
      *
      *    MODIFICATION HISTORY
      *    15/10/2026  LCW  VERSAO INICIAL.
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
           SELECT CUSTOMER-ORDER-FILE ASSIGN TO 'PEDCLI'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PED-STATUS.

           SELECT ORDER-RESPONSE-FILE ASSIGN TO 'PEDRESP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RSP-STATUS.

           SELECT KEY-CUSTOMER-FILE ASSIGN TO 'CLIEDI'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CED-STATUS.

           SELECT SALES-TRANSACTION-FILE ASSIGN TO 'SALETRAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VENDA-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO 'PRODMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PROD-STATUS.

           SELECT COMMISSION-RATE-FILE ASSIGN TO 'COMMRATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CRAT-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CUST-STATUS.

           SELECT AR-INVOICE-FILE ASSIGN TO 'ARINVOIC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FAT-STATUS.

           SELECT STOCK-BALANCE-FILE ASSIGN TO 'STOCKBAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STQ-STATUS.

           SELECT BACKORDER-FILE ASSIGN TO 'BACKORD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BKO-STATUS.

           SELECT PRODUCT-KIT-FILE ASSIGN TO 'PRODKIT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-KIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-ORDER-FILE.
           COPY 'PEDCLI.cob'.

       FD  ORDER-RESPONSE-FILE.
           COPY 'PEDRESP.cob'.

       FD  KEY-CUSTOMER-FILE.
           COPY 'CLIEDI.cob'.

       FD  SALES-TRANSACTION-FILE.
           COPY 'BOOK.cob'.

       FD  PRODUCT-MASTER-FILE.
           COPY 'PRODMAST.cob'.

       FD  COMMISSION-RATE-FILE.
           COPY 'COMMRATE.cob'.

       FD  CUSTOMER-MASTER.
           COPY 'CUSTMAST.cob'.

       FD  AR-INVOICE-FILE.
           COPY 'ARINVOIC.cob'.

       FD  STOCK-BALANCE-FILE.
           COPY 'STOCKBAL.cob'.

       FD  BACKORDER-FILE.
           COPY 'BACKORD.cob'.

       FD  PRODUCT-KIT-FILE.
           COPY 'PRODKIT.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-PED-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-RSP-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-CED-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-VENDA-STATUS           PIC X(02) VALUE SPACES.
       77  WRK-PROD-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-CRAT-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-CUST-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-FAT-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-STQ-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-BKO-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-KIT-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.
       77  WRK-CED-EOF                PIC X(01) VALUE 'N'.
           88  FIM-CLIEDI                       VALUE 'S'.
       77  WRK-PROD-EOF               PIC X(01) VALUE 'N'.
           88  FIM-PRODUTOS                     VALUE 'S'.
       77  WRK-VREF-EOF               PIC X(01) VALUE 'N'.
           88  FIM-VREFS                        VALUE 'S'.
       77  WRK-CUST-EOF               PIC X(01) VALUE 'N'.
           88  FIM-CLIENTES                     VALUE 'S'.
       77  WRK-FAT-EOF                PIC X(01) VALUE 'N'.
           88  FIM-FATURAS                      VALUE 'S'.
       77  WRK-STQ-EOF                PIC X(01) VALUE 'N'.
           88  FIM-SALDOS                       VALUE 'S'.
       77  WRK-KIT-EOF                PIC X(01) VALUE 'N'.
           88  FIM-KITS                         VALUE 'S'.

       77  WRK-DATA-MOVIMENTO         PIC 9(08) VALUE ZEROS.
       77  WRK-LOCAL-PRINCIPAL        PIC X(10) VALUE SPACES.

      *    ENVELOPE DE CONTROLE (FILEENV.cob) DO PEDIDO E DA
      *    RESPOSTA
       77  WRK-MARCA-ENVELOPE         PIC X(03) VALUE SPACES.
           COPY 'FILEENV.cob'.
       77  WRK-ENVELOPE-ABERTO        PIC X(01) VALUE 'N'.
           88  ENVELOPE-ABERTO                  VALUE 'S'.
       77  WRK-TEM-TRAILER            PIC X(01) VALUE 'N'.
           88  TRAILER-LIDO                     VALUE 'S'.
       77  WRK-ORIGEM                 PIC X(08) VALUE SPACES.
       77  WRK-QT-TRAILER             PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-TRAILER          PIC 9(11)V99 VALUE ZEROS.
       77  WRK-SOMA-QUANTIDADES       PIC 9(11)V99 VALUE ZEROS.
       77  WRK-MOTIVO-ENVELOPE        PIC X(30) VALUE SPACES.
       77  WRK-QT-RESP-ENVELOPE       PIC 9(07) VALUE ZEROS.
       77  WRK-VALOR-RESP-ENVELOPE    PIC 9(11)V99 VALUE ZEROS.

      *    LINHAS DO ENVELOPE RETIDAS ATE O TRAILER CONFERIR: PEDIDO
      *    TRUNCADO NAO PODE VIRAR VENDA PELA METADE.
       01  TB-PEDIDO-TABELA.
           02  TB-PEDIDO-LINHA OCCURS 200 TIMES INDEXED BY IX-PED
                                      PIC X(43).
       77  WRK-QT-LINHAS-ENV          PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-LINHAS-ENV      PIC 9(03) VALUE 200.
       77  WRK-ENVELOPE-ESTOURADO     PIC X(01) VALUE 'N'.
           88  ENVELOPE-ESTOURADO               VALUE 'S'.

      *    CLIENTES DE PEDIDO ELETRONICO (CLIEDI)
       01  TB-CLIEDI-TABELA.
           02  TB-CLIEDI OCCURS 20 TIMES INDEXED BY IX-CED.
               03  TB-CED-CLIENTE     PIC 9(06).
               03  TB-CED-ORIGEM      PIC X(08).
               03  TB-CED-VENDEDOR    PIC X(15).
               03  TB-CED-LOJA        PIC X(10).
               03  TB-CED-PARCELAS    PIC 9(02).
       77  WRK-QT-CLIEDI              PIC 9(02) VALUE ZEROS.
       77  WRK-CED-ACHADO             PIC X(01) VALUE 'N'.
           88  CED-ACHADO                       VALUE 'S'.
       77  WRK-IX-CED                 PIC 9(02) VALUE ZEROS.

      *    CADASTRO DE PRODUTOS (CODIGO, DESCRICAO E PRECO)
       01  TB-PRODUTO-TABELA.
           02  TB-PRODUTO OCCURS 100 TIMES INDEXED BY IX-PROD.
               03  TB-PROD-CODIGO     PIC X(06).
               03  TB-PROD-DESCRICAO  PIC X(20).
               03  TB-PROD-PRECO      PIC 9(05)V99.
               03  TB-PROD-SITUACAO   PIC X(01).
               03  TB-PROD-KIT        PIC X(01).
                   88  PRODUTO-KIT              VALUE 'S'.
       77  WRK-QT-PRODUTOS            PIC 9(03) VALUE ZEROS.
       77  WRK-PROD-ACHADO            PIC X(01) VALUE 'N'.
           88  PROD-ACHADO                      VALUE 'S'.
       77  WRK-IX-PROD                PIC 9(03) VALUE ZEROS.

      *    VENDEDORES/LOJAS DE REFERENCIA (TABELA DE COMISSAO)
       01  TB-VENDEDOR-REF.
           02  TB-VREF OCCURS 50 TIMES INDEXED BY IX-VREF.
               03  TB-VREF-VENDEDOR   PIC X(15).
               03  TB-VREF-LOJA       PIC X(10).
       77  WRK-QT-VREFS               PIC 9(02) VALUE ZEROS.
       77  WRK-VREF-ACHADO            PIC X(01) VALUE 'N'.
           88  VREF-ACHADO                      VALUE 'S'.

      *    CLIENTES (CUSTMAST + CPF VALIDADO + ABERTO NO ARINVOIC)
       01  TB-CLIENTE-TABELA.
           02  TB-CLIENTE OCCURS 100 TIMES INDEXED BY IX-CLI.
               03  TB-CLI-NUMERO      PIC 9(06) VALUE ZEROS.
               03  TB-CLI-CPF-OK      PIC X(01) VALUE 'N'.
               03  TB-CLI-LIMITE      PIC 9(07)V99 VALUE ZEROS.
               03  TB-CLI-ABERTO      PIC 9(09)V99 VALUE ZEROS.
               03  TB-CLI-SITUACAO    PIC X(01) VALUE 'A'.
       77  WRK-QT-CLIENTES            PIC 9(03) VALUE ZEROS.
       77  WRK-CLI-ACHADO             PIC X(01) VALUE 'N'.
           88  CLI-ACHADO                       VALUE 'S'.
       77  WRK-IX-CLI                 PIC 9(03) VALUE ZEROS.
       77  WRK-CPF-VALIDO             PIC X(01) VALUE 'S'.

      *    DISPONIBILIDADE DE ESTOQUE POR PRODUTO E LOJA
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
       77  WRK-SALDO-DISPONIVEL       PIC S9(07) VALUE ZEROS.
       77  WRK-CODIGO-SALDO           PIC X(06) VALUE SPACES.
       77  WRK-QT-SALDO-MOV           PIC 9(07) VALUE ZEROS.

      *    ESTRUTURA DOS KITS (PRODKIT)
       01  TB-KIT-TABELA.
           02  TB-KIT OCCURS 200 TIMES INDEXED BY IX-KIT.
               03  TB-KIT-CODIGO      PIC X(06).
               03  TB-KIT-COMPONENTE  PIC X(06).
               03  TB-KIT-QUANTIDADE  PIC 9(05).
       77  WRK-QT-KITS                PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-KITS            PIC 9(03) VALUE 200.
       77  WRK-SALDO-KIT              PIC S9(07) VALUE ZEROS.
       77  WRK-KITS-COMPONENTE        PIC S9(07) VALUE ZEROS.

      *    CAMPOS DA LINHA EM IMPORTACAO
       77  WRK-LOJA                   PIC X(10) VALUE SPACES.
       77  WRK-PRODUTO-COD            PIC X(06) VALUE SPACES.
       77  WRK-QT-ATENDIDA            PIC 9(05) VALUE ZEROS.
       77  WRK-QT-PENDENTE            PIC 9(05) VALUE ZEROS.
       77  WRK-PRECO-BASE             PIC 9(05)V99 VALUE ZEROS.
       77  WRK-PRECO-LINHA            PIC 9(05)V99 VALUE ZEROS.
       77  WRK-CAMPANHA               PIC X(08) VALUE SPACES.
       77  WRK-VALOR-LINHA            PIC 9(07)V99 VALUE ZEROS.
       77  WRK-EXPOSICAO              PIC 9(09)V99 VALUE ZEROS.
       77  WRK-MOTIVO-RESPOSTA        PIC X(30) VALUE SPACES.

       77  WRK-QT-LINHAS-LIDAS        PIC 9(07) VALUE ZEROS.
       77  WRK-QT-ACEITAS             PIC 9(07) VALUE ZEROS.
       77  WRK-QT-PENDENTES           PIC 9(07) VALUE ZEROS.
       77  WRK-QT-RECUSADAS           PIC 9(07) VALUE ZEROS.
       77  WRK-QT-ENVELOPES           PIC 9(05) VALUE ZEROS.
       77  WRK-QT-ENV-RECUSADOS       PIC 9(05) VALUE ZEROS.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'PEDIMPT'.
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
           PERFORM 0200-PROCESSAR UNTIL FIM-ARQUIVO.
           PERFORM 0300-FINALIZAR.
           PERFORM 0985-REGISTRAR-FIM.
           STOP RUN.

       0100-INICIALIZAR.
           DISPLAY '==== IMPORTACAO DE PEDIDOS ELETRONICOS ===='.
           CALL 'RUNDTRTN' USING WRK-DATA-MOVIMENTO END-CALL.
           CALL 'LOCPRTN' USING WRK-LOCAL-PRINCIPAL END-CALL.
           DISPLAY 'DATA DE MOVIMENTO : ' WRK-DATA-MOVIMENTO.
           PERFORM 0110-CARREGAR-PRODUTOS.
           PERFORM 0133-CARREGAR-KITS.
           PERFORM 0112-CARREGAR-SALDOS.
           PERFORM 0120-CARREGAR-VENDEDORES.
           PERFORM 0125-CARREGAR-CLIENTES.
           PERFORM 0127-CARREGAR-SALDOS-AR.
           PERFORM 0140-CARREGAR-CLIEDI.
           OPEN INPUT CUSTOMER-ORDER-FILE.
           IF WRK-PED-STATUS = '35'
               DISPLAY 'SEM PEDIDOS ELETRONICOS (PEDCLI) NESTA '
                   'NOITE - NADA A IMPORTAR'
               MOVE 'S' TO WRK-EOF
           ELSE
               PERFORM 0130-ABRIR-VENDAS
               PERFORM 0135-ABRIR-PENDENCIAS
               OPEN OUTPUT ORDER-RESPONSE-FILE
               READ CUSTOMER-ORDER-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
           END-IF.

       0110-CARREGAR-PRODUTOS.
           OPEN INPUT PRODUCT-MASTER-FILE.
           IF WRK-PROD-STATUS = '35'
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
               MOVE PROD-PRECO     TO TB-PROD-PRECO (IX-PROD)
               MOVE PROD-SITUACAO  TO TB-PROD-SITUACAO (IX-PROD)
               MOVE 'N'            TO TB-PROD-KIT (IX-PROD)
           END-IF.
           READ PRODUCT-MASTER-FILE
               AT END MOVE 'S' TO WRK-PROD-EOF
           END-READ.

      *    O SALDO DO STOCKBAL, POR PRODUTO E LOJA, E A
      *    DISPONIBILIDADE DA IMPORTACAO; CADA LINHA ACEITA ABATE O
      *    SALDO EM MEMORIA, COMO NA DIGITACAO (SALENTRY).
       0112-CARREGAR-SALDOS.
           OPEN INPUT STOCK-BALANCE-FILE.
           IF WRK-STQ-STATUS = '35'
               MOVE 'S' TO WRK-STQ-EOF
           ELSE
               READ STOCK-BALANCE-FILE
                   AT END MOVE 'S' TO WRK-STQ-EOF
               END-READ
               PERFORM 0113-LER-SALDO UNTIL FIM-SALDOS
               CLOSE STOCK-BALANCE-FILE
           END-IF.

       0113-LER-SALDO.
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

       0114-LOCALIZAR-SALDO-LOJA.
           MOVE 'N' TO WRK-SLJ-ACHADO.
           MOVE ZEROS TO WRK-IX-SLJ.
           PERFORM 0115-PROCURAR-SALDO-LOJA
               VARYING IX-SLJ FROM 1 BY 1
               UNTIL IX-SLJ > WRK-QT-SALDOS-LOJA OR SLJ-ACHADO.
           MOVE ZEROS TO WRK-SALDO-DISPONIVEL.
           IF SLJ-ACHADO
               SET IX-SLJ TO WRK-IX-SLJ
               MOVE TB-SLJ-SALDO (IX-SLJ) TO WRK-SALDO-DISPONIVEL
           END-IF.

       0115-PROCURAR-SALDO-LOJA.
           IF TB-SLJ-CODIGO (IX-SLJ) = WRK-CODIGO-SALDO
              AND TB-SLJ-LOCAL (IX-SLJ) = WRK-LOJA
               MOVE 'S' TO WRK-SLJ-ACHADO
               SET WRK-IX-SLJ TO IX-SLJ
           END-IF.

      *    O KIT DISPONIVEL NA LOJA E O MENOR NUMERO DE KITS QUE O
      *    SALDO DE CADA COMPONENTE MONTA.
       0116-DISPONIVEL-KIT.
           MOVE 9999999 TO WRK-SALDO-KIT.
           PERFORM 0117-DISPONIVEL-COMPONENTE
               VARYING IX-KIT FROM 1 BY 1
               UNTIL IX-KIT > WRK-QT-KITS.
           IF WRK-SALDO-KIT < ZEROS
               MOVE ZEROS TO WRK-SALDO-KIT
           END-IF.
           MOVE WRK-SALDO-KIT TO WRK-SALDO-DISPONIVEL.

       0117-DISPONIVEL-COMPONENTE.
           IF TB-KIT-CODIGO (IX-KIT) = WRK-PRODUTO-COD
               MOVE TB-KIT-COMPONENTE (IX-KIT) TO WRK-CODIGO-SALDO
               PERFORM 0114-LOCALIZAR-SALDO-LOJA
               DIVIDE WRK-SALDO-DISPONIVEL
                   BY TB-KIT-QUANTIDADE (IX-KIT)
                   GIVING WRK-KITS-COMPONENTE
               IF WRK-KITS-COMPONENTE < WRK-SALDO-KIT
                   MOVE WRK-KITS-COMPONENTE TO WRK-SALDO-KIT
               END-IF
           END-IF.

       0118-MOVER-COMPONENTE.
           IF TB-KIT-CODIGO (IX-KIT) = WRK-PRODUTO-COD
               MOVE TB-KIT-COMPONENTE (IX-KIT) TO WRK-CODIGO-SALDO
               COMPUTE WRK-QT-SALDO-MOV =
                   WRK-QT-ATENDIDA * TB-KIT-QUANTIDADE (IX-KIT)
               PERFORM 0119-MOVER-SALDO-LOJA
           END-IF.

       0119-MOVER-SALDO-LOJA.
           PERFORM 0114-LOCALIZAR-SALDO-LOJA.
           IF SLJ-ACHADO
               SUBTRACT WRK-QT-SALDO-MOV FROM TB-SLJ-SALDO (IX-SLJ)
           END-IF.

       0120-CARREGAR-VENDEDORES.
           OPEN INPUT COMMISSION-RATE-FILE.
           IF WRK-CRAT-STATUS = '35'
               MOVE 'S' TO WRK-VREF-EOF
           ELSE
               READ COMMISSION-RATE-FILE
                   AT END MOVE 'S' TO WRK-VREF-EOF
               END-READ
               PERFORM 0121-LER-VENDEDOR UNTIL FIM-VREFS
               CLOSE COMMISSION-RATE-FILE
           END-IF.

       0121-LER-VENDEDOR.
           IF WRK-QT-VREFS < 50
               ADD 1 TO WRK-QT-VREFS
               SET IX-VREF TO WRK-QT-VREFS
               MOVE CRAT-VENDEDOR TO TB-VREF-VENDEDOR (IX-VREF)
               MOVE CRAT-LOJA     TO TB-VREF-LOJA (IX-VREF)
           END-IF.
           READ COMMISSION-RATE-FILE
               AT END MOVE 'S' TO WRK-VREF-EOF
           END-READ.

       0122-PROCURAR-VENDEDOR.
           IF TB-VREF-VENDEDOR (IX-VREF) = CED-VENDEDOR
              AND TB-VREF-LOJA (IX-VREF) = CED-LOJA
               MOVE 'S' TO WRK-VREF-ACHADO
           END-IF.

      *    O CPF DE CADA CLIENTE E VALIDADO UMA VEZ NA CARGA, COMO
      *    NA DIGITACAO.
       0125-CARREGAR-CLIENTES.
           OPEN INPUT CUSTOMER-MASTER.
           IF WRK-CUST-STATUS = '35'
               MOVE 'S' TO WRK-CUST-EOF
           ELSE
               READ CUSTOMER-MASTER
                   AT END MOVE 'S' TO WRK-CUST-EOF
               END-READ
               PERFORM 0126-LER-CLIENTE UNTIL FIM-CLIENTES
               CLOSE CUSTOMER-MASTER
           END-IF.

       0126-LER-CLIENTE.
           IF WRK-QT-CLIENTES < 100
               ADD 1 TO WRK-QT-CLIENTES
               SET IX-CLI TO WRK-QT-CLIENTES
               MOVE CUST-NUMERO TO TB-CLI-NUMERO (IX-CLI)
               CALL 'CPFVALID' USING CUST-CPF WRK-CPF-VALIDO
               END-CALL
               MOVE WRK-CPF-VALIDO TO TB-CLI-CPF-OK (IX-CLI)
               IF CUST-LIMITE-CREDITO IS NUMERIC
                   MOVE CUST-LIMITE-CREDITO
                       TO TB-CLI-LIMITE (IX-CLI)
               ELSE
                   MOVE ZEROS TO TB-CLI-LIMITE (IX-CLI)
               END-IF
               IF CUST-SITUACAO = 'B' OR CUST-SITUACAO = 'M'
                   MOVE CUST-SITUACAO TO TB-CLI-SITUACAO (IX-CLI)
               ELSE
                   MOVE 'A' TO TB-CLI-SITUACAO (IX-CLI)
               END-IF
           ELSE
               DISPLAY '*** TABELA DE CLIENTES CHEIA - CLIENTE '
                   CUST-NUMERO ' SEM PEDIDO ELETRONICO ***'
           END-IF.
           READ CUSTOMER-MASTER
               AT END MOVE 'S' TO WRK-CUST-EOF
           END-READ.

       0127-CARREGAR-SALDOS-AR.
           OPEN INPUT AR-INVOICE-FILE.
           IF WRK-FAT-STATUS = '35'
               MOVE 'S' TO WRK-FAT-EOF
           ELSE
               READ AR-INVOICE-FILE
                   AT END MOVE 'S' TO WRK-FAT-EOF
               END-READ
               PERFORM 0129-LER-FATURA-AR UNTIL FIM-FATURAS
               CLOSE AR-INVOICE-FILE
           END-IF.

       0129-LER-FATURA-AR.
           IF FATURA-ABERTA
               PERFORM 0132-PROCURAR-CLIENTE-FAT
                   VARYING IX-CLI FROM 1 BY 1
                   UNTIL IX-CLI > WRK-QT-CLIENTES
           END-IF.
           READ AR-INVOICE-FILE
               AT END MOVE 'S' TO WRK-FAT-EOF
           END-READ.

       0132-PROCURAR-CLIENTE-FAT.
           IF TB-CLI-NUMERO (IX-CLI) = FAT-CLIENTE
               ADD FAT-VALOR TO TB-CLI-ABERTO (IX-CLI)
           END-IF.

       0130-ABRIR-VENDAS.
           OPEN EXTEND SALES-TRANSACTION-FILE.
           IF WRK-VENDA-STATUS = '35'
               OPEN OUTPUT SALES-TRANSACTION-FILE
               CLOSE SALES-TRANSACTION-FILE
               OPEN EXTEND SALES-TRANSACTION-FILE
           END-IF.

      *    ESTRUTURA DOS KITS (OPCIONAL); O KIT SO E MARCADO SE
      *    ESTIVER NO CADASTRO DE PRODUTOS.
       0133-CARREGAR-KITS.
           OPEN INPUT PRODUCT-KIT-FILE.
           IF WRK-KIT-STATUS = '35'
               MOVE 'S' TO WRK-KIT-EOF
           ELSE
               READ PRODUCT-KIT-FILE
                   AT END MOVE 'S' TO WRK-KIT-EOF
               END-READ
               PERFORM 0134-LER-KIT UNTIL FIM-KITS
               CLOSE PRODUCT-KIT-FILE
           END-IF.

       0134-LER-KIT.
           MOVE KIT-CODIGO TO WRK-PRODUTO-COD.
           PERFORM 0220-LOCALIZAR-PRODUTO.
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
           MOVE SPACES TO WRK-PRODUTO-COD.
           READ PRODUCT-KIT-FILE
               AT END MOVE 'S' TO WRK-KIT-EOF
           END-READ.

       0135-ABRIR-PENDENCIAS.
           OPEN EXTEND BACKORDER-FILE.
           IF WRK-BKO-STATUS = '35'
               OPEN OUTPUT BACKORDER-FILE
               CLOSE BACKORDER-FILE
               OPEN EXTEND BACKORDER-FILE
           END-IF.

      *    CLIENTE DO CLIEDI COM VENDEDOR/LOJA FORA DA COMMRATE NAO
      *    ENTRA NA TABELA: O PEDIDO DELE SERIA RECUSADO NO
      *    FECHAMENTO, ENTAO E RECUSADO JA NA IMPORTACAO.
       0140-CARREGAR-CLIEDI.
           OPEN INPUT KEY-CUSTOMER-FILE.
           IF WRK-CED-STATUS = '35'
               DISPLAY 'CADASTRO DE PEDIDO ELETRONICO (CLIEDI) '
                   'AUSENTE - TODO ENVELOPE SERA RECUSADO'
               MOVE 'S' TO WRK-CED-EOF
           ELSE
               READ KEY-CUSTOMER-FILE
                   AT END MOVE 'S' TO WRK-CED-EOF
               END-READ
               PERFORM 0141-LER-CLIEDI UNTIL FIM-CLIEDI
               CLOSE KEY-CUSTOMER-FILE
           END-IF.

       0141-LER-CLIEDI.
           MOVE 'N' TO WRK-VREF-ACHADO.
           PERFORM 0122-PROCURAR-VENDEDOR
               VARYING IX-VREF FROM 1 BY 1
               UNTIL IX-VREF > WRK-QT-VREFS OR VREF-ACHADO.
           IF NOT VREF-ACHADO
               DISPLAY 'CLIEDI: CLIENTE ' CED-CLIENTE ' COM '
                   'VENDEDOR/LOJA FORA DA COMMRATE - IGNORADO'
               MOVE CED-ORIGEM TO WRK-REFERENCIA-LOG
               MOVE 'CLIEDI COM VENDEDOR/LOJA SEM CADASTRO'
                   TO WRK-MOTIVO-LOG
               CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                   WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
               END-CALL
           ELSE
           IF WRK-QT-CLIEDI < 20
               ADD 1 TO WRK-QT-CLIEDI
               SET IX-CED TO WRK-QT-CLIEDI
               MOVE CED-CLIENTE  TO TB-CED-CLIENTE (IX-CED)
               MOVE CED-ORIGEM   TO TB-CED-ORIGEM (IX-CED)
               MOVE CED-VENDEDOR TO TB-CED-VENDEDOR (IX-CED)
               MOVE CED-LOJA     TO TB-CED-LOJA (IX-CED)
               IF CED-PARCELAS IS NUMERIC
                  AND CED-PARCELAS > ZEROS
                  AND CED-PARCELAS NOT > 12
                   MOVE CED-PARCELAS TO TB-CED-PARCELAS (IX-CED)
               ELSE
                   MOVE 1 TO TB-CED-PARCELAS (IX-CED)
               END-IF
           END-IF
           END-IF.
           READ KEY-CUSTOMER-FILE
               AT END MOVE 'S' TO WRK-CED-EOF
           END-READ.

      *    HEADER ABRE O ENVELOPE DE UM CLIENTE, AS LINHAS FICAM
      *    RETIDAS E O TRAILER FECHA: SO ENTAO O ENVELOPE E
      *    IMPORTADO E RESPONDIDO. HEADER NOVO COM ENVELOPE AINDA
      *    ABERTO QUER DIZER QUE O ANTERIOR CHEGOU SEM TRAILER.
       0200-PROCESSAR.
           MOVE CUSTOMER-ORDER-RECORD (1 : 3) TO WRK-MARCA-ENVELOPE.
           EVALUATE WRK-MARCA-ENVELOPE
               WHEN 'HDR'
                   IF ENVELOPE-ABERTO
                       PERFORM 0230-FECHAR-ENVELOPE
                   END-IF
                   PERFORM 0210-ABRIR-ENVELOPE
               WHEN 'TRL'
                   IF ENVELOPE-ABERTO
                       MOVE CUSTOMER-ORDER-RECORD
                           TO FILE-ENVELOPE-TRAILER
                       MOVE 'S' TO WRK-TEM-TRAILER
                       MOVE ENV-T-QT    TO WRK-QT-TRAILER
                       MOVE ENV-T-TOTAL TO WRK-TOTAL-TRAILER
                       PERFORM 0230-FECHAR-ENVELOPE
                   ELSE
                       DISPLAY '*** TRAILER SEM HEADER NO PEDCLI - '
                           'IGNORADO ***'
                   END-IF
               WHEN OTHER
                   ADD 1 TO WRK-QT-LINHAS-LIDAS
                   IF ENVELOPE-ABERTO
                       PERFORM 0215-GUARDAR-LINHA
                   ELSE
                       ADD 1 TO WRK-QT-RECUSADAS
                       DISPLAY '*** LINHA DE PEDIDO FORA DE ENVELOPE '
                           '- CLIENTE ' PED-CLIENTE ' PEDIDO '
                           PED-NUMERO ' ***'
                       MOVE PED-NUMERO TO WRK-REFERENCIA-LOG
                       MOVE 'PEDIDO ELETRONICO FORA DE ENVELOPE'
                           TO WRK-MOTIVO-LOG
                       CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                           WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
                       END-CALL
                   END-IF
           END-EVALUATE.
           READ CUSTOMER-ORDER-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0210-ABRIR-ENVELOPE.
           MOVE CUSTOMER-ORDER-RECORD TO FILE-ENVELOPE-HEADER.
           MOVE ENV-H-ORIGEM TO WRK-ORIGEM.
           MOVE 'S' TO WRK-ENVELOPE-ABERTO.
           MOVE 'N' TO WRK-TEM-TRAILER.
           MOVE 'N' TO WRK-ENVELOPE-ESTOURADO.
           MOVE ZEROS TO WRK-QT-LINHAS-ENV WRK-SOMA-QUANTIDADES.
           MOVE ZEROS TO WRK-QT-TRAILER WRK-TOTAL-TRAILER.
           ADD 1 TO WRK-QT-ENVELOPES.
           MOVE 'N' TO WRK-CED-ACHADO.
           MOVE ZEROS TO WRK-IX-CED.
           PERFORM 0211-PROCURAR-CLIEDI
               VARYING IX-CED FROM 1 BY 1
               UNTIL IX-CED > WRK-QT-CLIEDI OR CED-ACHADO.

       0211-PROCURAR-CLIEDI.
           IF TB-CED-ORIGEM (IX-CED) = WRK-ORIGEM
               MOVE 'S' TO WRK-CED-ACHADO
               SET WRK-IX-CED TO IX-CED
           END-IF.

       0215-GUARDAR-LINHA.
           IF PED-QUANTIDADE IS NUMERIC
               ADD PED-QUANTIDADE TO WRK-SOMA-QUANTIDADES
           END-IF.
           IF WRK-QT-LINHAS-ENV < WRK-LIMITE-LINHAS-ENV
               ADD 1 TO WRK-QT-LINHAS-ENV
               SET IX-PED TO WRK-QT-LINHAS-ENV
               MOVE CUSTOMER-ORDER-RECORD TO TB-PEDIDO-LINHA (IX-PED)
           ELSE
               MOVE 'S' TO WRK-ENVELOPE-ESTOURADO
           END-IF.

       0220-LOCALIZAR-PRODUTO.
           MOVE 'N' TO WRK-PROD-ACHADO.
           MOVE ZEROS TO WRK-IX-PROD.
           PERFORM 0221-PROCURAR-PRODUTO
               VARYING IX-PROD FROM 1 BY 1
               UNTIL IX-PROD > WRK-QT-PRODUTOS OR PROD-ACHADO.

       0221-PROCURAR-PRODUTO.
           IF TB-PROD-CODIGO (IX-PROD) = WRK-PRODUTO-COD
               MOVE 'S' TO WRK-PROD-ACHADO
               SET WRK-IX-PROD TO IX-PROD
           END-IF.

      *    O ENVELOPE INTEIRO E RECUSADO (E O CLIENTE REENVIA) SE
      *    CHEGOU SEM TRAILER, SE O TRAILER NAO BATE COM AS LINHAS,
      *    SE PASSA DO TAMANHO DA TABELA OU SE A ORIGEM NAO ESTA NO
      *    CLIEDI; SENAO CADA LINHA E CONFERIDA E RESPONDIDA.
       0230-FECHAR-ENVELOPE.
           MOVE SPACES TO WRK-MOTIVO-ENVELOPE.
           IF NOT TRAILER-LIDO
               MOVE 'ARQUIVO SEM TRAILER - REENVIAR'
                   TO WRK-MOTIVO-ENVELOPE
           ELSE
           IF WRK-QT-TRAILER NOT = WRK-QT-LINHAS-ENV
              OR WRK-TOTAL-TRAILER NOT = WRK-SOMA-QUANTIDADES
               MOVE 'TRAILER NAO CONFERE - REENVIAR'
                   TO WRK-MOTIVO-ENVELOPE
           END-IF
           END-IF.
           IF ENVELOPE-ESTOURADO
               MOVE 'ENVELOPE ACIMA DE 200 LINHAS'
                   TO WRK-MOTIVO-ENVELOPE
           END-IF.
           IF NOT CED-ACHADO
               MOVE 'ORIGEM SEM CADASTRO NO CLIEDI'
                   TO WRK-MOTIVO-ENVELOPE
           END-IF.
           IF WRK-MOTIVO-ENVELOPE NOT = SPACES
               ADD 1 TO WRK-QT-ENV-RECUSADOS
               DISPLAY '*** ENVELOPE ' WRK-ORIGEM ' RECUSADO: '
                   WRK-MOTIVO-ENVELOPE ' ***'
               MOVE WRK-ORIGEM TO WRK-REFERENCIA-LOG
               STRING 'PEDIDO RECUSADO: ' WRK-MOTIVO-ENVELOPE
                   DELIMITED BY SIZE INTO WRK-MOTIVO-LOG
               END-STRING
               CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                   WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
               END-CALL
           END-IF.
           MOVE ZEROS TO WRK-QT-RESP-ENVELOPE WRK-VALOR-RESP-ENVELOPE.
           INITIALIZE FILE-ENVELOPE-HEADER.
           MOVE 'HDR'              TO ENV-H-MARCA.
           MOVE WRK-DATA-MOVIMENTO TO ENV-H-DATA.
           MOVE WRK-ORIGEM         TO ENV-H-ORIGEM.
           WRITE ORDER-RESPONSE-RECORD FROM FILE-ENVELOPE-HEADER.
           PERFORM 0240-PROCESSAR-LINHA
               VARYING IX-PED FROM 1 BY 1
               UNTIL IX-PED > WRK-QT-LINHAS-ENV.
           INITIALIZE FILE-ENVELOPE-TRAILER.
           MOVE 'TRL'                   TO ENV-T-MARCA.
           MOVE WRK-QT-RESP-ENVELOPE    TO ENV-T-QT.
           MOVE WRK-VALOR-RESP-ENVELOPE TO ENV-T-TOTAL.
           WRITE ORDER-RESPONSE-RECORD FROM FILE-ENVELOPE-TRAILER.
           MOVE 'N' TO WRK-ENVELOPE-ABERTO.

      *    AS CONFERENCIAS SAO AS DA DIGITACAO, NA MESMA ORDEM; A
      *    PRIMEIRA QUE FALHA DA O MOTIVO DA RECUSA.
       0240-PROCESSAR-LINHA.
           MOVE TB-PEDIDO-LINHA (IX-PED) TO CUSTOMER-ORDER-RECORD.
           MOVE WRK-MOTIVO-ENVELOPE TO WRK-MOTIVO-RESPOSTA.
           MOVE ZEROS TO WRK-QT-ATENDIDA WRK-QT-PENDENTE.
           MOVE ZEROS TO WRK-VALOR-LINHA.
           IF WRK-MOTIVO-RESPOSTA = SPACES
               PERFORM 0241-CONFERIR-PEDIDO
           END-IF.
           IF WRK-MOTIVO-RESPOSTA = SPACES
               PERFORM 0242-CONFERIR-CLIENTE
           END-IF.
           IF WRK-MOTIVO-RESPOSTA = SPACES
               PERFORM 0243-CONFERIR-ESTOQUE
           END-IF.
           IF WRK-MOTIVO-RESPOSTA = SPACES
               PERFORM 0244-CONFERIR-LIMITE
           END-IF.
           IF WRK-MOTIVO-RESPOSTA = SPACES
               IF WRK-QT-ATENDIDA > ZEROS
                   PERFORM 0250-GRAVAR-VENDA
               END-IF
               IF WRK-QT-PENDENTE > ZEROS
                   PERFORM 0255-GRAVAR-PENDENCIA
               END-IF
           END-IF.
           PERFORM 0260-GRAVAR-RESPOSTA.

       0241-CONFERIR-PEDIDO.
           SET IX-CED TO WRK-IX-CED.
           IF PED-CLIENTE NOT = TB-CED-CLIENTE (IX-CED)
               MOVE 'CLIENTE DIFERENTE DO REMETENTE'
                   TO WRK-MOTIVO-RESPOSTA
           ELSE
           IF PED-QUANTIDADE IS NOT NUMERIC
              OR PED-QUANTIDADE = ZEROS
               MOVE 'QUANTIDADE INVALIDA'
                   TO WRK-MOTIVO-RESPOSTA
           ELSE
           IF PED-DATA-DESEJADA IS NOT NUMERIC
              OR PED-DATA-DESEJADA = ZEROS
               MOVE 'DATA DESEJADA INVALIDA'
                   TO WRK-MOTIVO-RESPOSTA
           ELSE
               MOVE PED-CODIGO TO WRK-PRODUTO-COD
               PERFORM 0220-LOCALIZAR-PRODUTO
               IF NOT PROD-ACHADO
                   MOVE 'PRODUTO FORA DO CADASTRO'
                       TO WRK-MOTIVO-RESPOSTA
               ELSE
                   SET IX-PROD TO WRK-IX-PROD
                   IF TB-PROD-SITUACAO (IX-PROD) = 'I'
                       MOVE 'PRODUTO DESATIVADO'
                           TO WRK-MOTIVO-RESPOSTA
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

      *    MESMA REGRA DA VENDA A PRAZO NA DIGITACAO: CLIENTE
      *    FUNDIDO OU COM CPF INVALIDO E RECUSADO, E O BLOQUEADO,
      *    QUE NO BALCAO PEDIRIA OVERRIDE, AQUI E RECUSADO.
       0242-CONFERIR-CLIENTE.
           MOVE 'N' TO WRK-CLI-ACHADO.
           MOVE ZEROS TO WRK-IX-CLI.
           PERFORM 0245-PROCURAR-CLIENTE
               VARYING IX-CLI FROM 1 BY 1
               UNTIL IX-CLI > WRK-QT-CLIENTES OR CLI-ACHADO.
           IF NOT CLI-ACHADO
               MOVE 'CLIENTE FORA DO CADASTRO'
                   TO WRK-MOTIVO-RESPOSTA
           ELSE
               SET IX-CLI TO WRK-IX-CLI
               EVALUATE TRUE
                   WHEN TB-CLI-SITUACAO (IX-CLI) = 'M'
                       MOVE 'CLIENTE FUNDIDO - USAR O NOVO'
                           TO WRK-MOTIVO-RESPOSTA
                   WHEN TB-CLI-CPF-OK (IX-CLI) NOT = 'S'
                       MOVE 'CPF INVALIDO NO CADASTRO'
                           TO WRK-MOTIVO-RESPOSTA
                   WHEN TB-CLI-SITUACAO (IX-CLI) = 'B'
                       MOVE 'CLIENTE BLOQUEADO'
                           TO WRK-MOTIVO-RESPOSTA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       0245-PROCURAR-CLIENTE.
           IF TB-CLI-NUMERO (IX-CLI) = PED-CLIENTE
               MOVE 'S' TO WRK-CLI-ACHADO
               SET WRK-IX-CLI TO IX-CLI
           END-IF.

      *    PEDIDO DE ATACADO NAO E RECUSADO POR FALTA DE ESTOQUE: O
      *    QUE HA NA LOJA DO CLIENTE SAI AGORA E O RESTO VIRA
      *    PENDENCIA NO BACKORD, COMO O OPERADOR FARIA NA SALENTRY.
       0243-CONFERIR-ESTOQUE.
           SET IX-CED TO WRK-IX-CED.
           MOVE TB-CED-LOJA (IX-CED) TO WRK-LOJA.
           SET IX-PROD TO WRK-IX-PROD.
           IF PRODUTO-KIT (IX-PROD)
               PERFORM 0116-DISPONIVEL-KIT
           ELSE
               MOVE WRK-PRODUTO-COD TO WRK-CODIGO-SALDO
               PERFORM 0114-LOCALIZAR-SALDO-LOJA
           END-IF.
           IF WRK-SALDO-DISPONIVEL NOT > ZEROS
               MOVE ZEROS TO WRK-QT-ATENDIDA
           ELSE
           IF PED-QUANTIDADE > WRK-SALDO-DISPONIVEL
               MOVE WRK-SALDO-DISPONIVEL TO WRK-QT-ATENDIDA
           ELSE
               MOVE PED-QUANTIDADE TO WRK-QT-ATENDIDA
           END-IF
           END-IF.
           COMPUTE WRK-QT-PENDENTE = PED-QUANTIDADE - WRK-QT-ATENDIDA.

      *    O LIMITE E CONFERIDO CONTRA O QUE SAI AGORA (A PENDENCIA
      *    SO VIRA VENDA NA LIBERACAO); ESTOURO RECUSA A LINHA
      *    INTEIRA, SEM PENDENCIA.
       0244-CONFERIR-LIMITE.
           SET IX-PROD TO WRK-IX-PROD.
           MOVE TB-PROD-PRECO (IX-PROD) TO WRK-PRECO-BASE.
           CALL 'PROMRTN' USING WRK-PRODUTO-COD WRK-LOJA
               WRK-DATA-MOVIMENTO WRK-PRECO-BASE WRK-PRECO-LINHA
               WRK-CAMPANHA
           END-CALL.
           COMPUTE WRK-VALOR-LINHA = WRK-PRECO-LINHA * WRK-QT-ATENDIDA.
           SET IX-CLI TO WRK-IX-CLI.
           IF TB-CLI-LIMITE (IX-CLI) > ZEROS
               COMPUTE WRK-EXPOSICAO =
                   TB-CLI-ABERTO (IX-CLI) + WRK-VALOR-LINHA
               IF WRK-EXPOSICAO > TB-CLI-LIMITE (IX-CLI)
                   MOVE 'LIMITE DE CREDITO EXCEDIDO'
                       TO WRK-MOTIVO-RESPOSTA
                   MOVE ZEROS TO WRK-QT-ATENDIDA WRK-QT-PENDENTE
                   MOVE ZEROS TO WRK-VALOR-LINHA
               END-IF
           END-IF.

      *    VENDA A PRAZO NO NOME DO CLIENTE, COM O VENDEDOR, A LOJA
      *    E AS PARCELAS DO CLIEDI; A LINHA JA CONTA NA EXPOSICAO
      *    DO CLIENTE E ABATE O SALDO DA LOJA PARA AS PROXIMAS.
       0250-GRAVAR-VENDA.
           SET IX-CED TO WRK-IX-CED.
           SET IX-PROD TO WRK-IX-PROD.
           INITIALIZE SALES-TRANSACTION-RECORD.
           MOVE WRK-DATA-MOVIMENTO          TO VENDA-DATA.
           MOVE TB-CED-VENDEDOR (IX-CED)    TO VENDA-VENDEDOR.
           MOVE WRK-LOJA                    TO VENDA-LOJA.
           MOVE TB-PROD-DESCRICAO (IX-PROD) TO VENDA-PRODUTO.
           MOVE WRK-VALOR-LINHA             TO VENDA-VALOR.
           MOVE WRK-PRODUTO-COD             TO VENDA-PRODUTO-COD.
           MOVE WRK-QT-ATENDIDA             TO VENDA-QUANTIDADE.
           MOVE 'V'                         TO VENDA-TIPO.
           MOVE PED-CLIENTE                 TO VENDA-CLIENTE.
           MOVE 'P'                         TO VENDA-CONDICAO.
           MOVE TB-CED-PARCELAS (IX-CED)    TO VENDA-PARCELAS.
           MOVE SPACES                      TO VENDA-MEIO-PAGTO.
           WRITE SALES-TRANSACTION-RECORD.
           SET IX-CLI TO WRK-IX-CLI.
           ADD WRK-VALOR-LINHA TO TB-CLI-ABERTO (IX-CLI).
           IF PRODUTO-KIT (IX-PROD)
               PERFORM 0118-MOVER-COMPONENTE
                   VARYING IX-KIT FROM 1 BY 1
                   UNTIL IX-KIT > WRK-QT-KITS
           ELSE
               MOVE WRK-PRODUTO-COD TO WRK-CODIGO-SALDO
               MOVE WRK-QT-ATENDIDA TO WRK-QT-SALDO-MOV
               PERFORM 0119-MOVER-SALDO-LOJA
           END-IF.

       0255-GRAVAR-PENDENCIA.
           SET IX-CED TO WRK-IX-CED.
           INITIALIZE BACKORDER-RECORD.
           MOVE PED-CLIENTE              TO BKO-CLIENTE.
           MOVE WRK-PRODUTO-COD          TO BKO-CODIGO.
           MOVE WRK-QT-PENDENTE          TO BKO-QUANTIDADE.
           MOVE WRK-DATA-MOVIMENTO       TO BKO-DATA.
           MOVE TB-CED-VENDEDOR (IX-CED) TO BKO-VENDEDOR.
           MOVE WRK-LOJA                 TO BKO-LOJA.
           MOVE 'P'                      TO BKO-CONDICAO.
           MOVE TB-CED-PARCELAS (IX-CED) TO BKO-PARCELAS.
           MOVE SPACES                   TO BKO-MEIO-PAGTO.
           MOVE 'A'                      TO BKO-SITUACAO.
           WRITE BACKORDER-RECORD.

       0260-GRAVAR-RESPOSTA.
           INITIALIZE ORDER-RESPONSE-RECORD.
           MOVE PED-CLIENTE     TO RSP-CLIENTE.
           MOVE PED-NUMERO      TO RSP-NUMERO.
           MOVE PED-CODIGO      TO RSP-CODIGO.
           IF PED-QUANTIDADE IS NUMERIC
               MOVE PED-QUANTIDADE TO RSP-QT-PEDIDA
           END-IF.
           MOVE WRK-QT-ATENDIDA TO RSP-QT-ATENDIDA.
           MOVE WRK-QT-PENDENTE TO RSP-QT-PENDENTE.
           MOVE WRK-VALOR-LINHA TO RSP-VALOR.
           EVALUATE TRUE
               WHEN WRK-MOTIVO-RESPOSTA NOT = SPACES
                   MOVE 'R' TO RSP-SITUACAO
                   MOVE WRK-MOTIVO-RESPOSTA TO RSP-MOTIVO
                   ADD 1 TO WRK-QT-RECUSADAS
               WHEN WRK-QT-PENDENTE > ZEROS
                   MOVE 'P' TO RSP-SITUACAO
                   MOVE 'SALDO EM PENDENCIA (BACKORDER)' TO RSP-MOTIVO
                   ADD 1 TO WRK-QT-PENDENTES
               WHEN OTHER
                   MOVE 'A' TO RSP-SITUACAO
                   MOVE 'ACEITO' TO RSP-MOTIVO
                   ADD 1 TO WRK-QT-ACEITAS
           END-EVALUATE.
           WRITE ORDER-RESPONSE-RECORD.
           ADD 1 TO WRK-QT-RESP-ENVELOPE.
           ADD WRK-VALOR-LINHA TO WRK-VALOR-RESP-ENVELOPE.
           DISPLAY 'PEDIDO ' PED-NUMERO ' CLIENTE ' PED-CLIENTE
               ' PRODUTO ' PED-CODIGO ' ' RSP-SITUACAO ' ' RSP-MOTIVO.

       0300-FINALIZAR.
           IF WRK-PED-STATUS NOT = '35'
               IF ENVELOPE-ABERTO
                   PERFORM 0230-FECHAR-ENVELOPE
               END-IF
               CLOSE CUSTOMER-ORDER-FILE
               CLOSE ORDER-RESPONSE-FILE
               CLOSE SALES-TRANSACTION-FILE
               CLOSE BACKORDER-FILE
           END-IF.
           DISPLAY ' ---------------------- '.
           DISPLAY 'ENVELOPES RECEBIDOS    : ' WRK-QT-ENVELOPES.
           DISPLAY 'ENVELOPES RECUSADOS    : ' WRK-QT-ENV-RECUSADOS.
           DISPLAY 'LINHAS DE PEDIDO LIDAS : ' WRK-QT-LINHAS-LIDAS.
           DISPLAY 'LINHAS ACEITAS         : ' WRK-QT-ACEITAS.
           DISPLAY 'LINHAS COM PENDENCIA   : ' WRK-QT-PENDENTES.
           DISPLAY 'LINHAS RECUSADAS       : ' WRK-QT-RECUSADAS.
           MOVE WRK-QT-LINHAS-LIDAS TO WRK-CTLT-LIDOS.
           COMPUTE WRK-CTLT-PROCESSADOS =
               WRK-QT-ACEITAS + WRK-QT-PENDENTES.
           MOVE WRK-QT-RECUSADAS TO WRK-CTLT-REJEITADOS.
           CALL 'CTLTOTRTN' USING WRK-PROGRAMA-ID WRK-CTLT-LIDOS
               WRK-CTLT-PROCESSADOS WRK-CTLT-REJEITADOS
               WRK-CTLT-MODO
           END-CALL.
           DISPLAY ' FIM DA IMPORTACAO DE PEDIDOS '.

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
