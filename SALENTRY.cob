      *                     PENDENCIAS QUANDO O ESTOQUE VOLTA. O
      *                     LOG DE EXCECOES VOLTA A SER SO PARA
      *                     ERRO, NAO PARA RUPTURA DE ESTOQUE.
      *    15/10/2026  LCW  PRODUTO DESATIVADO NO PRODMAINT NAO
      *                     ACEITA VENDA NOVA (DEVOLUCAO E
      *                     CANCELAMENTO SEGUEM PERMITIDOS).
      *    15/10/2026  LCW  A DISPONIBILIDADE PASSOU A SER O SALDO
      *                     DO PRODUTO NA LOJA DA VENDA (STOCKBAL
      *                     POR LOCAL); SALDO SEM LOCAL E DO LOCAL
      *                     PRINCIPAL (LOCPRTN).
      *    15/10/2026  LCW  KIT (PRODKIT) NAO TEM SALDO PROPRIO: A
      *                     DISPONIBILIDADE E QUANTOS KITS OS
      *                     SALDOS DOS COMPONENTES NA LOJA MONTAM,
      *                     E A LINHA GRAVADA ABATE OS COMPONENTES.
      *    15/10/2026  LCW  CAMPANHA PROMOCIONAL (PROMOCAO) QUE
      *                     COBRE PRODUTO, LOJA E DATA PRECIFICA A
      *                     LINHA PELO PRECO DA CAMPANHA (ROTINA
      *                     PROMRTN, A MESMA QUE O FECHAMENTO USA
      *                     NA CONFERENCIA).
      *    15/10/2026  LCW  VENDA A VISTA PASSOU A PEDIR O MEIO DE
      *                     PAGAMENTO (D=DINHEIRO, B=CARTAO DE
      *                     DEBITO, C=CARTAO DE CREDITO, X=PIX),
      *                     GRAVADO NO NOVO CAMPO VENDA-MEIO-PAGTO
      *                     DO BOOK PARA O FECHAMENTO DE CAIXA POR
      *                     LOJA (CXFECHA).
      *    15/10/2026  LCW  PROGRAMA DE FIDELIDADE: A VENDA A VISTA
      *                     PASSOU A PEDIR O CLIENTE (OPCIONAL) PARA
      *                     ACUMULAR PONTOS, E A VENDA COM CLIENTE
      *                     QUE TEM SALDO NO FIDPONTO PODE RESGATAR
      *                     PONTOS COMO DESCONTO NA LINHA (VALOR DO
      *                     PONTO NO FIDPARM), ATE O VALOR DA LINHA.
      *                     O RESGATE VAI NOS NOVOS CAMPOS DO BOOK E
      *                     E LANCADO NO EXTRATO PELO FECHAMENTO; O
      *                     SALDO DA SESSAO JA DESCONTA OS RESGATES
      *                     AINDA PENDENTES NO SALETRAN.
      *    15/10/2026  LCW  CLIENTE ANONIMIZADO (SITUACAO 'X', LGPDREQ)
      *                     E LAPIDE COMO O FUNDIDO: RECUSADO NA VENDA
      *                     A PRAZO E FORA DO PROGRAMA DE FIDELIDADE.
      *    15/10/2026  LCW  DEVOLUCAO E CANCELAMENTO A VISTA COM
      *                     CLIENTE PEDEM OS PONTOS RESGATADOS NA
      *                     VENDA ORIGINAL, GRAVADOS NA LINHA PARA O
      *                     FECHAMENTO DEVOLVER OS PONTOS AO CLIENTE E
      *                     SO O VALOR PAGO EM DINHEIRO SAIR DO CAIXA.
      **********************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BKO-STATUS.

           SELECT PRODUCT-KIT-FILE ASSIGN TO 'PRODKIT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-KIT-STATUS.

           SELECT LOYALTY-PARM-FILE ASSIGN TO 'FIDPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FPAR-STATUS.

           SELECT LOYALTY-POINTS-FILE ASSIGN TO 'FIDPONTO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PTO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-TRANSACTION-FILE.
       FD  BACKORDER-FILE.
           COPY 'BACKORD.cob'.

       FD  PRODUCT-KIT-FILE.
           COPY 'PRODKIT.cob'.

       FD  LOYALTY-PARM-FILE.
           COPY 'FIDPARM.cob'.

       FD  LOYALTY-POINTS-FILE.
           COPY 'FIDPONTO.cob'.

       FD  ACCESS-AUDIT-FILE.
       01  ACCESS-AUDIT-RECORD.
           02  AUDIT-USUARIO          PIC X(20).
               03  TB-PROD-CODIGO     PIC X(06).
               03  TB-PROD-DESCRICAO  PIC X(20).
               03  TB-PROD-PRECO      PIC 9(05)V99.
               03  TB-PROD-SITUACAO   PIC X(01).
               03  TB-PROD-KIT        PIC X(01).
                   88  PRODUTO-KIT              VALUE 'S'.
       77  WRK-QT-PRODUTOS            PIC 9(03) VALUE ZEROS.
       77  WRK-PROD-EOF               PIC X(01) VALUE 'N'.
           88  FIM-PRODUTOS                     VALUE 'S'.
       77  WRK-CLIENTE-OK             PIC X(01) VALUE 'N'.
           88  CLIENTE-APROVADO                 VALUE 'S'.
       77  WRK-PARCELAS               PIC 9(02) VALUE 1.
       77  WRK-MEIO-PAGTO             PIC X(01) VALUE 'D'.

      *    CLIENTES PARA VENDA A PRAZO (CUSTMAST + CPF VALIDADO)
       01  TB-CLIENTE-TABELA.
               03  TB-CLI-LIMITE      PIC 9(07)V99 VALUE ZEROS.
               03  TB-CLI-ABERTO      PIC 9(09)V99 VALUE ZEROS.
      *        SITUACAO DO CADASTRO: 'M' (FUNDIDO PELO CUSTMERG) E
      *        'X' (ANONIMIZADO PELO LGPDREQ) SAO RECUSADOS DE CARA,
      *        'B' (BLOQUEADO PELO CUSTMAINT) SO
      *        VENDE A PRAZO COM OVERRIDE DE SUPERVISOR; LAYOUT
      *        ANTIGO (ESPACOS) CONTA COMO ATIVO.
               03  TB-CLI-SITUACAO    PIC X(01) VALUE 'A'.
      *        SALDO DE PONTOS DE FIDELIDADE (FIDPONTO), JA SEM OS
      *        RESGATES PENDENTES NO SALETRAN E OS DESTA SESSAO
               03  TB-CLI-PONTOS      PIC S9(09) VALUE ZEROS.
       77  WRK-QT-CLIENTES            PIC 9(03) VALUE ZEROS.
       77  WRK-CUST-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-CUST-EOF               PIC X(01) VALUE 'N'.
       77  WRK-CPF-VALIDO             PIC X(01) VALUE 'S'.
       77  WRK-VALOR-LINHA            PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VALOR-LINHA-ED         PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-PRECO-BASE             PIC 9(05)V99 VALUE ZEROS.
       77  WRK-PRECO-LINHA            PIC 9(05)V99 VALUE ZEROS.
       77  WRK-CAMPANHA               PIC X(08) VALUE SPACES.
       77  WRK-CONFIRMA               PIC X(01) VALUE 'N'.
           88  LINHA-CONFIRMADA                 VALUE 'S'.
       77  WRK-QT-GRAVADAS            PIC 9(05) VALUE ZEROS.
       77  WRK-QT-FALTANTE            PIC 9(05) VALUE ZEROS.
       77  WRK-LINHA-OK               PIC X(01) VALUE 'S'.
           88  LINHA-ATENDIVEL                  VALUE 'S'.
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
       77  WRK-KIT-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-KIT-EOF                PIC X(01) VALUE 'N'.
           88  FIM-KITS                         VALUE 'S'.
       77  WRK-SALDO-KIT              PIC S9(07) VALUE ZEROS.
       77  WRK-KITS-COMPONENTE        PIC S9(07) VALUE ZEROS.
       77  WRK-QT-PENDENCIAS          PIC 9(05) VALUE ZEROS.

      *    PROGRAMA DE FIDELIDADE: CLIENTE DA VENDA A VISTA E
      *    RESGATE DE PONTOS COMO DESCONTO NA LINHA
       77  WRK-FPAR-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-PTO-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-PTO-EOF                PIC X(01) VALUE 'N'.
           88  FIM-PONTOS                       VALUE 'S'.
       77  WRK-VENDA-EOF              PIC X(01) VALUE 'N'.
           88  FIM-VENDAS-PENDENTES             VALUE 'S'.
       77  WRK-VALOR-PONTO            PIC 9(01)V9999 VALUE 0,01.
       77  WRK-CLI-FIDELIDADE         PIC X(01) VALUE 'N'.
           88  CLIENTE-FIDELIDADE               VALUE 'S'.
       77  WRK-CLIENTE-PONTOS         PIC 9(06) VALUE ZEROS.
       77  WRK-PONTOS-RESGATE         PIC 9(07) VALUE ZEROS.
       77  WRK-MAX-PONTOS             PIC 9(07) VALUE ZEROS.
       77  WRK-DESCONTO-PONTOS        PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VALOR-A-PAGAR          PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VALOR-SALDO-PONTOS     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-PONTOS-ED              PIC Z.ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-SALDO-PONTOS-ED        PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-QT-PONTOS-RESGATADOS   PIC 9(09) VALUE ZEROS.
       01  WRK-DATA-HORA.
           02  WRK-DATA               PIC 9(08).
           02  WRK-HORA               PIC 9(08).
           DISPLAY '====== DIGITACAO DE VENDAS ======'.
           ACCEPT WRK-DATA-VENDA FROM DATE YYYYMMDD.
           PERFORM 0110-CARREGAR-PRODUTOS.
           PERFORM 0133-CARREGAR-KITS.
           CALL 'LOCPRTN' USING WRK-LOCAL-PRINCIPAL END-CALL.
           PERFORM 0112-CARREGAR-SALDOS.
           PERFORM 0120-CARREGAR-VENDEDORES.
           PERFORM 0125-CARREGAR-CLIENTES.
           PERFORM 0127-CARREGAR-SALDOS-AR.
           PERFORM 0140-CARREGAR-PARAM-FIDELIDADE.
           PERFORM 0141-CARREGAR-PONTOS.
           PERFORM 0144-DESCONTAR-RESGATES.
           PERFORM 0130-ABRIR-VENDAS.

       0110-CARREGAR-PRODUTOS.
               MOVE PROD-CODIGO    TO TB-PROD-CODIGO (IX-PROD)
               MOVE PROD-DESCRICAO TO TB-PROD-DESCRICAO (IX-PROD)
               MOVE PROD-PRECO     TO TB-PROD-PRECO (IX-PROD)
               MOVE PROD-SITUACAO  TO TB-PROD-SITUACAO (IX-PROD)
               MOVE 'N'            TO TB-PROD-KIT (IX-PROD)
           END-IF.
           READ PRODUCT-MASTER-FILE
               AT END MOVE 'S' TO WRK-PROD-EOF
           END-READ.

      *    O SALDO GRAVADO NO STOCKBAL, POR PRODUTO E LOJA, E A
      *    DISPONIBILIDADE DA SESSAO; CADA LINHA GRAVADA ABATE O
      *    SALDO DA LOJA EM MEMORIA, PARA A SEGUNDA VENDA DO MESMO
      *    PRODUTO NAO VENDER O QUE A PRIMEIRA JA LEVOU.
       0112-CARREGAR-SALDOS.
           OPEN INPUT STOCK-BALANCE-FILE.
           IF WRK-STQ-STATUS = '35'
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

      *    SALDO DO PRODUTO (WRK-CODIGO-SALDO) NA LOJA DA LINHA;
      *    PRODUTO QUE A LOJA NUNCA TEVE ABRE A LINHA ZERADA (A
      *    DEVOLUCAO PRECISA DELA PARA REPOR).
       0114-LOCALIZAR-SALDO-LOJA.
           MOVE 'N' TO WRK-SLJ-ACHADO.
           MOVE ZEROS TO WRK-IX-SLJ.
           PERFORM 0115-PROCURAR-SALDO-LOJA
               VARYING IX-SLJ FROM 1 BY 1
               UNTIL IX-SLJ > WRK-QT-SALDOS-LOJA OR SLJ-ACHADO.
           IF NOT SLJ-ACHADO
              AND WRK-QT-SALDOS-LOJA < WRK-LIMITE-SALDOS-LOJA
               ADD 1 TO WRK-QT-SALDOS-LOJA
               MOVE WRK-QT-SALDOS-LOJA TO WRK-IX-SLJ
               SET IX-SLJ TO WRK-IX-SLJ
               MOVE WRK-CODIGO-SALDO TO TB-SLJ-CODIGO (IX-SLJ)
               MOVE WRK-LOJA         TO TB-SLJ-LOCAL (IX-SLJ)
               MOVE ZEROS            TO TB-SLJ-SALDO (IX-SLJ)
               MOVE 'S' TO WRK-SLJ-ACHADO
           END-IF.
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

      *    A TABELA DE COMISSAO E O CADASTRO DE REFERENCIA DE
      *    VENDEDOR/LOJA: QUEM NAO ESTA LA NAO PODE REGISTRAR VENDA.
      *    O KIT DISPONIVEL NA LOJA E O MENOR NUMERO DE KITS QUE O
      *    SALDO DE CADA COMPONENTE MONTA (SALDO / QUANTIDADE NA
      *    ESTRUTURA, SEM FRACAO).
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
                   WRK-QUANTIDADE * TB-KIT-QUANTIDADE (IX-KIT)
               PERFORM 0119-MOVER-SALDO-LOJA
           END-IF.

       0119-MOVER-SALDO-LOJA.
           PERFORM 0114-LOCALIZAR-SALDO-LOJA.
           IF SLJ-ACHADO
               IF WRK-TIPO = 'V'
                   SUBTRACT WRK-QT-SALDO-MOV
                       FROM TB-SLJ-SALDO (IX-SLJ)
               ELSE
                   ADD WRK-QT-SALDO-MOV TO TB-SLJ-SALDO (IX-SLJ)
               END-IF
           END-IF.

       0120-CARREGAR-VENDEDORES.
           OPEN INPUT COMMISSION-RATE-FILE.
           IF WRK-CRAT-STATUS = '35'
                   MOVE ZEROS TO TB-CLI-LIMITE (IX-CLI)
               END-IF
               IF CUST-SITUACAO = 'B' OR CUST-SITUACAO = 'M'
                  OR CUST-SITUACAO = 'X'
                   MOVE CUST-SITUACAO TO TB-CLI-SITUACAO (IX-CLI)
               ELSE
                   MOVE 'A' TO TB-CLI-SITUACAO (IX-CLI)

      *    AS LINHAS DIGITADAS SAO ACRESCENTADAS AO MOVIMENTO DO
      *    DIA; SE FOR A PRIMEIRA VENDA, O ARQUIVO E CRIADO VAZIO.
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
           MOVE 'N' TO WRK-PROD-ACHADO.
           PERFORM 0221-PROCURAR-PRODUTO
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
           MOVE SPACES TO WRK-PRODUTO-COD.
           READ PRODUCT-KIT-FILE
               AT END MOVE 'S' TO WRK-KIT-EOF
           END-READ.

      *    VALOR DO PONTO NO RESGATE; SEM O FIDPARM, OU COM LIXO OU
      *    ZERO, VALE R$ 0,01 POR PONTO.
       0140-CARREGAR-PARAM-FIDELIDADE.
           OPEN INPUT LOYALTY-PARM-FILE.
           IF WRK-FPAR-STATUS = '00'
               READ LOYALTY-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF FPAR-VALOR-PONTO IS NUMERIC
                          AND FPAR-VALOR-PONTO > ZEROS
                           MOVE FPAR-VALOR-PONTO TO WRK-VALOR-PONTO
                       END-IF
               END-READ
               CLOSE LOYALTY-PARM-FILE
           END-IF.

      *    SALDO DE PONTOS DE CADA CLIENTE: GANHOS MENOS ESTORNOS,
      *    RESGATES E EXPIRADOS DO EXTRATO FIDPONTO.
       0141-CARREGAR-PONTOS.
           OPEN INPUT LOYALTY-POINTS-FILE.
           IF WRK-PTO-STATUS = '35'
               MOVE 'S' TO WRK-PTO-EOF
           ELSE
               READ LOYALTY-POINTS-FILE
                   AT END MOVE 'S' TO WRK-PTO-EOF
               END-READ
               PERFORM 0142-LER-PONTOS UNTIL FIM-PONTOS
               CLOSE LOYALTY-POINTS-FILE
           END-IF.

       0142-LER-PONTOS.
           MOVE PTO-CLIENTE TO WRK-CLIENTE-PONTOS.
           MOVE 'N' TO WRK-CLI-FIDELIDADE.
           PERFORM 0143-PROCURAR-CLIENTE-PONTOS
               VARYING IX-CLI FROM 1 BY 1
               UNTIL IX-CLI > WRK-QT-CLIENTES OR CLIENTE-FIDELIDADE.
           IF CLIENTE-FIDELIDADE AND PTO-PONTOS IS NUMERIC
               SET IX-CLI TO WRK-IX-CLI-ATUAL
               IF PONTOS-GANHOS OR PONTOS-DEVOLVIDOS
                   ADD PTO-PONTOS TO TB-CLI-PONTOS (IX-CLI)
               ELSE
                   SUBTRACT PTO-PONTOS FROM TB-CLI-PONTOS (IX-CLI)
               END-IF
           END-IF.
           READ LOYALTY-POINTS-FILE
               AT END MOVE 'S' TO WRK-PTO-EOF
           END-READ.

       0143-PROCURAR-CLIENTE-PONTOS.
           IF TB-CLI-NUMERO (IX-CLI) = WRK-CLIENTE-PONTOS
               MOVE 'S' TO WRK-CLI-FIDELIDADE
               SET WRK-IX-CLI-ATUAL TO IX-CLI
           END-IF.

      *    RESGATE JA DIGITADO E AINDA NAO FECHADO (LINHA NO
      *    SALETRAN) SAI DO SALDO, PARA O MESMO PONTO NAO SER
      *    RESGATADO DUAS VEZES NO DIA.
       0144-DESCONTAR-RESGATES.
           OPEN INPUT SALES-TRANSACTION-FILE.
           IF WRK-VENDA-STATUS = '35'
               MOVE 'S' TO WRK-VENDA-EOF
           ELSE
               READ SALES-TRANSACTION-FILE
                   AT END MOVE 'S' TO WRK-VENDA-EOF
               END-READ
               PERFORM 0145-LER-VENDA-PENDENTE
                   UNTIL FIM-VENDAS-PENDENTES
               CLOSE SALES-TRANSACTION-FILE
           END-IF.
           MOVE 'N' TO WRK-CLI-FIDELIDADE.
           MOVE ZEROS TO WRK-IX-CLI-ATUAL.

       0145-LER-VENDA-PENDENTE.
           IF VENDA-PONTOS-RESGATE IS NUMERIC
              AND VENDA-PONTOS-RESGATE > ZEROS
              AND VENDA-CLIENTE IS NUMERIC
              AND VENDA-NORMAL
               MOVE VENDA-CLIENTE TO WRK-CLIENTE-PONTOS
               MOVE 'N' TO WRK-CLI-FIDELIDADE
               PERFORM 0143-PROCURAR-CLIENTE-PONTOS
                   VARYING IX-CLI FROM 1 BY 1
                   UNTIL IX-CLI > WRK-QT-CLIENTES
                   OR CLIENTE-FIDELIDADE
               IF CLIENTE-FIDELIDADE
                   SET IX-CLI TO WRK-IX-CLI-ATUAL
                   SUBTRACT VENDA-PONTOS-RESGATE
                       FROM TB-CLI-PONTOS (IX-CLI)
               END-IF
           END-IF.
           READ SALES-TRANSACTION-FILE
               AT END MOVE 'S' TO WRK-VENDA-EOF
           END-READ.

       0130-ABRIR-VENDAS.
           OPEN EXTEND SALES-TRANSACTION-FILE.
           IF WRK-VENDA-STATUS = '35'
               SET WRK-IX-PROD TO IX-PROD
           END-IF.

      *    A LINHA JA PRECIFICADA (PRECO DE TABELA, OU O DA
      *    CAMPANHA PROMOCIONAL EM VIGOR, X QUANTIDADE) E MOSTRADA
      *    PARA CONFIRMACAO ANTES DE IR PARA O ARQUIVO.
       0230-CONFIRMAR-LINHA.
           DISPLAY 'TIPO (V=VENDA  D=DEVOLUCAO  C=CANCELAMENTO) ...'.
           ACCEPT WRK-TIPO.
               DISPLAY 'TIPO NAO RECONHECIDO - ASSUMIDA VENDA'
               MOVE 'V' TO WRK-TIPO
           END-IF.
           MOVE 'S' TO WRK-LINHA-OK.
           MOVE ZEROS TO WRK-PONTOS-RESGATE WRK-DESCONTO-PONTOS.
           SET IX-PROD TO WRK-IX-PROD.
           IF WRK-TIPO = 'V' AND TB-PROD-SITUACAO (IX-PROD) = 'I'
               DISPLAY 'PRODUTO DESATIVADO NO CADASTRO - VENDA '
                   'RECUSADA'
               MOVE 'N' TO WRK-LINHA-OK
           ELSE
               PERFORM 0235-LER-CONDICAO-CLIENTE
           END-IF.
           IF WRK-TIPO = 'V' AND LINHA-ATENDIVEL
              AND (WRK-CONDICAO NOT = 'P' OR CLIENTE-APROVADO)
               PERFORM 0248-CONFERIR-ESTOQUE
           END-IF.
                   'APROVADO'
           ELSE
               SET IX-PROD TO WRK-IX-PROD
               MOVE TB-PROD-PRECO (IX-PROD) TO WRK-PRECO-BASE
               CALL 'PROMRTN' USING WRK-PRODUTO-COD WRK-LOJA
                   WRK-DATA-VENDA WRK-PRECO-BASE WRK-PRECO-LINHA
                   WRK-CAMPANHA
               END-CALL
               COMPUTE WRK-VALOR-LINHA =
                   WRK-PRECO-LINHA * WRK-QUANTIDADE
               MOVE WRK-VALOR-LINHA TO WRK-VALOR-LINHA-ED
               DISPLAY '--------------------------------------'
               DISPLAY 'VENDEDOR   : ' WRK-VENDEDOR ' LOJA ' WRK-LOJA
               IF WRK-CONDICAO = 'P'
                   DISPLAY 'CLIENTE    : ' WRK-CLIENTE
                   DISPLAY 'PARCELAS   : ' WRK-PARCELAS
               ELSE
                   DISPLAY 'MEIO PAGTO : ' WRK-MEIO-PAGTO
               END-IF
               IF WRK-CAMPANHA NOT = SPACES
                   DISPLAY 'CAMPANHA   : ' WRK-CAMPANHA
                       ' (PRECO PROMOCIONAL)'
               END-IF
               DISPLAY 'VALOR      : ' WRK-VALOR-LINHA-ED
               IF WRK-TIPO = 'V' AND WRK-CONDICAO = 'V'
                  AND CLIENTE-FIDELIDADE
                   PERFORM 0231-OFERECER-RESGATE
               END-IF
               IF WRK-TIPO NOT = 'V' AND WRK-CONDICAO = 'V'
                  AND CLIENTE-FIDELIDADE
                   PERFORM 0232-LER-RESGATE-ORIGINAL
               END-IF
               MOVE 'S' TO WRK-CREDITO-OK
               IF WRK-CONDICAO = 'P' AND WRK-TIPO = 'V'
                   PERFORM 0239-CONFERIR-LIMITE
           END-IF
           END-IF.

      *    O CLIENTE COM SALDO PODE PAGAR PARTE DA LINHA EM PONTOS,
      *    ATE O SALDO E ATE O VALOR DA LINHA; O DESCONTO E O NUMERO
      *    DE PONTOS VAO NA LINHA GRAVADA E O FECHAMENTO LANCA O
      *    RESGATE NO EXTRATO.
       0231-OFERECER-RESGATE.
           SET IX-CLI TO WRK-IX-CLI-ATUAL.
           IF TB-CLI-PONTOS (IX-CLI) > ZEROS
               COMPUTE WRK-VALOR-SALDO-PONTOS =
                   TB-CLI-PONTOS (IX-CLI) * WRK-VALOR-PONTO
               MOVE TB-CLI-PONTOS (IX-CLI) TO WRK-PONTOS-ED
               MOVE WRK-VALOR-SALDO-PONTOS TO WRK-SALDO-PONTOS-ED
               DISPLAY 'SALDO DE PONTOS : ' WRK-PONTOS-ED
                   ' (VALE ' WRK-SALDO-PONTOS-ED ')'
               COMPUTE WRK-MAX-PONTOS =
                   WRK-VALOR-LINHA / WRK-VALOR-PONTO
                   ON SIZE ERROR MOVE 9999999 TO WRK-MAX-PONTOS
               END-COMPUTE
               IF WRK-MAX-PONTOS > TB-CLI-PONTOS (IX-CLI)
                   MOVE TB-CLI-PONTOS (IX-CLI) TO WRK-MAX-PONTOS
               END-IF
               MOVE WRK-MAX-PONTOS TO WRK-PONTOS-ED
               DISPLAY 'PONTOS A RESGATAR NESTA LINHA (0 A '
                   WRK-PONTOS-ED ') ...'
               ACCEPT WRK-PONTOS-RESGATE
               IF WRK-PONTOS-RESGATE > WRK-MAX-PONTOS
                   DISPLAY 'ACIMA DO PERMITIDO - RESGATE LIMITADO A '
                       WRK-PONTOS-ED ' PONTOS'
                   MOVE WRK-MAX-PONTOS TO WRK-PONTOS-RESGATE
               END-IF
               COMPUTE WRK-DESCONTO-PONTOS =
                   WRK-PONTOS-RESGATE * WRK-VALOR-PONTO
               IF WRK-DESCONTO-PONTOS > ZEROS
                   COMPUTE WRK-VALOR-A-PAGAR =
                       WRK-VALOR-LINHA - WRK-DESCONTO-PONTOS
                   MOVE WRK-DESCONTO-PONTOS TO WRK-VALOR-LINHA-ED
                   DISPLAY 'DESCONTO EM PONTOS : ' WRK-VALOR-LINHA-ED
                   MOVE WRK-VALOR-A-PAGAR TO WRK-VALOR-LINHA-ED
                   DISPLAY 'VALOR A PAGAR      : ' WRK-VALOR-LINHA-ED
               ELSE
                   MOVE ZEROS TO WRK-PONTOS-RESGATE
               END-IF
           END-IF.

      *    NA DEVOLUCAO E NO CANCELAMENTO, OS PONTOS QUE O CLIENTE
      *    USOU NA VENDA ORIGINAL (IMPRESSOS NO CUPOM) VOLTAM PARA
      *    ELE, E SO O RESTO DA LINHA E DEVOLVIDO NO CAIXA. O
      *    DESCONTO NAO PASSA DO VALOR DA LINHA DEVOLVIDA.
       0232-LER-RESGATE-ORIGINAL.
           DISPLAY 'PONTOS RESGATADOS NA VENDA ORIGINAL '
               '(0 = NENHUM) ...'.
           ACCEPT WRK-PONTOS-RESGATE.
           COMPUTE WRK-MAX-PONTOS =
               WRK-VALOR-LINHA / WRK-VALOR-PONTO
               ON SIZE ERROR MOVE 9999999 TO WRK-MAX-PONTOS
           END-COMPUTE.
           IF WRK-PONTOS-RESGATE > WRK-MAX-PONTOS
               MOVE WRK-MAX-PONTOS TO WRK-PONTOS-ED
               DISPLAY 'ACIMA DO VALOR DA LINHA - LIMITADO A '
                   WRK-PONTOS-ED ' PONTOS'
               MOVE WRK-MAX-PONTOS TO WRK-PONTOS-RESGATE
           END-IF.
           COMPUTE WRK-DESCONTO-PONTOS =
               WRK-PONTOS-RESGATE * WRK-VALOR-PONTO.
           IF WRK-DESCONTO-PONTOS > ZEROS
               COMPUTE WRK-VALOR-A-PAGAR =
                   WRK-VALOR-LINHA - WRK-DESCONTO-PONTOS
               MOVE WRK-DESCONTO-PONTOS TO WRK-VALOR-LINHA-ED
               DISPLAY 'PONTOS DEVOLVIDOS  : ' WRK-VALOR-LINHA-ED
               MOVE WRK-VALOR-A-PAGAR TO WRK-VALOR-LINHA-ED
               DISPLAY 'DEVOLVER NO CAIXA  : ' WRK-VALOR-LINHA-ED
           ELSE
               MOVE ZEROS TO WRK-PONTOS-RESGATE
           END-IF.

      *    QUANTIDADE ACIMA DO SALDO DISPONIVEL NAO INVENTA MAIS
      *    ESTOQUE: A PARTE FALTANTE VIRA PENDENCIA (BACKORD) SE O
      *    OPERADOR ACEITAR, E A LINHA SEGUE SO COM O QUE HA; SEM
      *    PENDENCIA, A LINHA E RECUSADA.
       0248-CONFERIR-ESTOQUE.
           SET IX-PROD TO WRK-IX-PROD.
           IF PRODUTO-KIT (IX-PROD)
               PERFORM 0116-DISPONIVEL-KIT
           ELSE
               MOVE WRK-PRODUTO-COD TO WRK-CODIGO-SALDO
               PERFORM 0114-LOCALIZAR-SALDO-LOJA
           END-IF.
           IF WRK-QUANTIDADE > WRK-SALDO-DISPONIVEL
               IF WRK-SALDO-DISPONIVEL > ZEROS
                   COMPUTE WRK-QT-FALTANTE =
                       WRK-QUANTIDADE - WRK-SALDO-DISPONIVEL
               ELSE
                   MOVE WRK-QUANTIDADE TO WRK-QT-FALTANTE
               END-IF
               DISPLAY 'ESTOQUE DISPONIVEL NA LOJA ' WRK-LOJA ': '
                   WRK-SALDO-DISPONIVEL
                   ' - FALTAM ' WRK-QT-FALTANTE ' UNIDADE(S)'
               DISPLAY 'GERAR PENDENCIA (BACKORDER) DA '
                   'QUANTIDADE FALTANTE (S/N) ...'
           MOVE WRK-LOJA        TO BKO-LOJA.
           MOVE WRK-CONDICAO    TO BKO-CONDICAO.
           MOVE WRK-PARCELAS    TO BKO-PARCELAS.
           MOVE WRK-MEIO-PAGTO  TO BKO-MEIO-PAGTO.
           MOVE 'A'             TO BKO-SITUACAO.
           WRITE BACKORDER-RECORD.
           CLOSE BACKORDER-FILE.
               MOVE 'V' TO WRK-CONDICAO
           END-IF.
           MOVE 1 TO WRK-PARCELAS.
           MOVE SPACES TO WRK-MEIO-PAGTO.
           MOVE 'N' TO WRK-CLI-FIDELIDADE.
           IF WRK-CONDICAO = 'V'
               PERFORM 0234-LER-MEIO-PAGTO
               PERFORM 0233-LER-CLIENTE-FIDELIDADE
           END-IF.
           IF WRK-CONDICAO = 'P'
               DISPLAY 'NUMERO DO CLIENTE ...'
               ACCEPT WRK-CLIENTE
               END-IF
           END-IF.

      *    O MEIO DE PAGAMENTO SEPARA NO FECHAMENTO DE CAIXA O QUE E
      *    DINHEIRO NA GAVETA DO QUE E CARTAO OU PIX; ENTRADA TORTA
      *    VIRA DINHEIRO, QUE E O COMPORTAMENTO DE SEMPRE.
       0234-LER-MEIO-PAGTO.
           DISPLAY 'MEIO DE PAGAMENTO (D=DINHEIRO  B=CARTAO DEBITO  '
               'C=CARTAO CREDITO  X=PIX) ...'.
           ACCEPT WRK-MEIO-PAGTO.
           IF WRK-MEIO-PAGTO NOT = 'D' AND WRK-MEIO-PAGTO NOT = 'B'
              AND WRK-MEIO-PAGTO NOT = 'C'
              AND WRK-MEIO-PAGTO NOT = 'X'
               DISPLAY 'MEIO NAO RECONHECIDO - ASSUMIDO DINHEIRO'
               MOVE 'D' TO WRK-MEIO-PAGTO
           END-IF.

      *    NA VENDA A VISTA O CLIENTE E OPCIONAL - SO SERVE PARA O
      *    PROGRAMA DE FIDELIDADE (GANHO E RESGATE DE PONTOS). NUMERO
      *    FORA DO CADASTRO, FUNDIDO OU ANONIMIZADO DEIXA A VENDA
      *    SEM CLIENTE.
       0233-LER-CLIENTE-FIDELIDADE.
           DISPLAY 'CLIENTE DO PROGRAMA DE FIDELIDADE '
               '(0 = NAO IDENTIFICADO) ...'.
           ACCEPT WRK-CLIENTE.
           IF WRK-CLIENTE NOT = ZEROS
               MOVE WRK-CLIENTE TO WRK-CLIENTE-PONTOS
               PERFORM 0143-PROCURAR-CLIENTE-PONTOS
                   VARYING IX-CLI FROM 1 BY 1
                   UNTIL IX-CLI > WRK-QT-CLIENTES
                   OR CLIENTE-FIDELIDADE
               IF CLIENTE-FIDELIDADE
                   SET IX-CLI TO WRK-IX-CLI-ATUAL
                   IF TB-CLI-SITUACAO (IX-CLI) = 'M'
                      OR TB-CLI-SITUACAO (IX-CLI) = 'X'
                       MOVE 'N' TO WRK-CLI-FIDELIDADE
                   END-IF
               END-IF
               IF CLIENTE-FIDELIDADE
                   DISPLAY 'CLIENTE: ' TB-CLI-NOME (IX-CLI)
               ELSE
                   DISPLAY 'CLIENTE ' WRK-CLIENTE ' FORA DO '
                       'CADASTRO, FUNDIDO OU ANONIMIZADO - VENDA '
                       'SEGUE SEM CLIENTE'
                   MOVE ZEROS TO WRK-CLIENTE
               END-IF
           END-IF.

      *    ATE 12 PARCELAS; ENTRADA TORTA VIRA PARCELA UNICA, QUE
      *    E O COMPORTAMENTO DE SEMPRE.
       0238-LER-PARCELAS.
                   DISPLAY 'CLIENTE FUNDIDO PELO CUSTMERG - USE O '
                       'NUMERO DO CLIENTE SOBREVIVENTE'
               ELSE
               IF TB-CLI-SITUACAO (IX-CLI) = 'X'
                   DISPLAY 'CLIENTE ANONIMIZADO (LGPD) - SEM VENDA '
                       'A PRAZO'
               ELSE
               IF TB-CLI-CPF-OK (IX-CLI) = 'S'
                   MOVE 'S' TO WRK-CLIENTE-OK
                   SET WRK-IX-CLI-ATUAL TO IX-CLI
                   DISPLAY 'CPF DO CLIENTE INVALIDO NO CADASTRO'
               END-IF
               END-IF
               END-IF
           END-IF.

      *    A EXPOSICAO E O ABERTO NO CONTAS A RECEBER (JA COM AS
           MOVE WRK-CLIENTE     TO VENDA-CLIENTE.
           MOVE WRK-CONDICAO    TO VENDA-CONDICAO.
           MOVE WRK-PARCELAS    TO VENDA-PARCELAS.
           MOVE WRK-MEIO-PAGTO  TO VENDA-MEIO-PAGTO.
           MOVE WRK-PONTOS-RESGATE  TO VENDA-PONTOS-RESGATE.
           MOVE WRK-DESCONTO-PONTOS TO VENDA-DESCONTO-PONTOS.
           WRITE SALES-TRANSACTION-RECORD.
           ADD 1 TO WRK-QT-GRAVADAS.
           IF WRK-PONTOS-RESGATE > ZEROS AND WRK-TIPO = 'V'
               SET IX-CLI TO WRK-IX-CLI-ATUAL
               SUBTRACT WRK-PONTOS-RESGATE FROM TB-CLI-PONTOS (IX-CLI)
               ADD WRK-PONTOS-RESGATE TO WRK-QT-PONTOS-RESGATADOS
           END-IF.
      *    A VENDA A PRAZO GRAVADA JA CONTA NA EXPOSICAO DO
      *    CLIENTE PARA AS PROXIMAS LINHAS DA SESSAO, E A
      *    QUANTIDADE GRAVADA ABATE (OU DEVOLVE) A DISPONIBILIDADE
               ADD WRK-VALOR-LINHA TO TB-CLI-ABERTO (IX-CLI)
           END-IF.
           SET IX-PROD TO WRK-IX-PROD.
           IF PRODUTO-KIT (IX-PROD)
               PERFORM 0118-MOVER-COMPONENTE
                   VARYING IX-KIT FROM 1 BY 1
                   UNTIL IX-KIT > WRK-QT-KITS
           ELSE
               MOVE WRK-PRODUTO-COD TO WRK-CODIGO-SALDO
               MOVE WRK-QUANTIDADE  TO WRK-QT-SALDO-MOV
               PERFORM 0119-MOVER-SALDO-LOJA
           END-IF.
           DISPLAY 'LINHA GRAVADA'.

           DISPLAY 'LINHAS GRAVADAS NESTA SESSAO : ' WRK-QT-GRAVADAS.
           DISPLAY 'PENDENCIAS GERADAS           : '
               WRK-QT-PENDENCIAS.
           DISPLAY 'PONTOS RESGATADOS            : '
               WRK-QT-PONTOS-RESGATADOS.
           DISPLAY ' FIM DA DIGITACAO DE VENDAS '.
