       IDENTIFICATION DIVISION.
       PROGRAM-ID. APMAINT.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: LANCAMENTO DAS NOTAS DE FORNECEDOR NO CONTAS A
      *              PAGAR (APINVOIC), NO MOLDE DO POMAINT: INCLUIR
      *              TITULO (FORNECEDOR ATIVO DO SUPPMAST, PEDIDO DE
      *              COMPRA DO MESMO FORNECEDOR NO PURCHORD, NUMERO
      *              DA SEQUENCIA APSEQ, VENCIMENTO PELO PRAZO DE
      *              PAGAMENTO DO FORNECEDOR), CANCELAR TITULO AINDA
      *              NAO LANCADO NO RAZAO E LISTAR OS EM ABERTO.
      *              O TITULO ENTRA PENDENTE; A CONFERENCIA CONTRA O
      *              PEDIDO E O RECEBIMENTO FICA NO APMATCH E O
      *              PAGAMENTO NO APPAYRUN - ANTES TUDO ISSO VIVIA
      *              NUMA PLANILHA.
      *    data = 15/10/2026
      *
      *    MODIFICATION HISTORY
      *    15/10/2026  LCW  VERSAO INICIAL.
      *    15/10/2026  LCW  SUGESTAO DE COMPRA AINDA NAO APROVADA
      *                     (SITUACAO S) NAO ACEITA TITULO.
      **********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-INVOICE-FILE ASSIGN TO 'APINVOIC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TIT-STATUS.

           SELECT SUPPLIER-MASTER-FILE ASSIGN TO 'SUPPMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FORN-STATUS.

           SELECT PURCHASE-ORDER-FILE ASSIGN TO 'PURCHORD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PED-STATUS.

           SELECT AP-SEQUENCE-FILE ASSIGN TO 'APSEQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AP-INVOICE-FILE.
           COPY 'APINVOIC.cob'.

       FD  SUPPLIER-MASTER-FILE.
           COPY 'SUPPMAST.cob'.

       FD  PURCHASE-ORDER-FILE.
           COPY 'PURCHORD.cob'.

       FD  AP-SEQUENCE-FILE.
       01  AP-SEQUENCE-RECORD         PIC 9(06).

       WORKING-STORAGE SECTION.
       77  WRK-TIT-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-FORN-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-PED-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-SEQ-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-TIT-EOF                PIC X(01) VALUE 'N'.
           88  FIM-TITULOS                      VALUE 'S'.
       77  WRK-FORN-EOF               PIC X(01) VALUE 'N'.
           88  FIM-FORNECEDORES                 VALUE 'S'.
       77  WRK-PED-EOF                PIC X(01) VALUE 'N'.
           88  FIM-PEDIDOS                      VALUE 'S'.

       77  WRK-OPCAO                  PIC X(01) VALUE SPACES.
           88  OPCAO-INCLUIR                    VALUE 'I'.
           88  OPCAO-CANCELAR                   VALUE 'C'.
           88  OPCAO-LISTAR                     VALUE 'L'.
           88  OPCAO-SAIR                       VALUE '0'.

      *    OS TITULOS SAO CARREGADOS EM TABELA, ALTERADOS EM
      *    MEMORIA E REGRAVADOS NA SAIDA, COMO FAZ O POMAINT.
       01  TB-TITULOS-TABELA.
           02  TB-TITULO OCCURS 500 TIMES INDEXED BY IX-TIT.
               03  TB-TIT-NUMERO      PIC 9(06).
               03  TB-TIT-FORNECEDOR  PIC 9(06).
               03  TB-TIT-DOCUMENTO   PIC X(10).
               03  TB-TIT-PEDIDO      PIC 9(06).
               03  TB-TIT-QUANTIDADE  PIC 9(05).
               03  TB-TIT-CUSTO       PIC 9(05)V99.
               03  TB-TIT-VALOR       PIC 9(09)V99.
               03  TB-TIT-EMISSAO     PIC 9(08).
               03  TB-TIT-VENCIMENTO  PIC 9(08).
               03  TB-TIT-SITUACAO    PIC X(01).
               03  TB-TIT-CONTABIL    PIC X(01).
               03  TB-TIT-PAGAMENTO   PIC 9(08).
       77  WRK-QT-TITULOS             PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-TITULOS         PIC 9(03) VALUE 500.
       77  WRK-IX-TIT                 PIC 9(03) VALUE ZEROS.
       77  WRK-TITULO-ACHADO          PIC X(01) VALUE 'N'.
           88  TITULO-ACHADO                    VALUE 'S'.

      *    CADASTRO DE FORNECEDORES PARA VALIDACAO E PRAZO
       01  TB-FORNECEDOR-TABELA.
           02  TB-FORNECEDOR OCCURS 200 TIMES INDEXED BY IX-FORN.
               03  TB-FORN-CODIGO     PIC 9(06).
               03  TB-FORN-RAZAO      PIC X(30).
               03  TB-FORN-PRAZO      PIC 9(03).
               03  TB-FORN-SITUACAO   PIC X(01).
       77  WRK-QT-FORNECEDORES        PIC 9(03) VALUE ZEROS.
       77  WRK-FORN-ACHADO            PIC X(01) VALUE 'N'.
           88  FORN-ACHADO                      VALUE 'S'.
       77  WRK-IX-FORN                PIC 9(03) VALUE ZEROS.

      *    PEDIDOS DE COMPRA PARA VALIDACAO
       01  TB-PEDIDO-TABELA.
           02  TB-PEDIDO OCCURS 200 TIMES INDEXED BY IX-PED.
               03  TB-PED-NUMERO      PIC 9(06).
               03  TB-PED-FORNECEDOR  PIC 9(06).
               03  TB-PED-CUSTO       PIC 9(05)V99.
               03  TB-PED-SITUACAO    PIC X(01).
       77  WRK-QT-PEDIDOS             PIC 9(03) VALUE ZEROS.
       77  WRK-PED-ACHADO             PIC X(01) VALUE 'N'.
           88  PED-ACHADO                       VALUE 'S'.

       77  WRK-NUMERO-TITULO          PIC 9(06) VALUE ZEROS.
       77  WRK-FORNECEDOR             PIC 9(06) VALUE ZEROS.
       77  WRK-DOCUMENTO              PIC X(10) VALUE SPACES.
       77  WRK-PEDIDO                 PIC 9(06) VALUE ZEROS.
       77  WRK-QUANTIDADE             PIC 9(05) VALUE ZEROS.
       77  WRK-CUSTO                  PIC 9(05)V99 VALUE ZEROS.
       77  WRK-EMISSAO                PIC 9(08) VALUE ZEROS.
       77  WRK-VENCIMENTO             PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-EMISSAO           PIC 9(09) VALUE ZEROS.
       77  WRK-SEQUENCIA              PIC 9(06) VALUE ZEROS.
       77  WRK-ALTERADO               PIC X(01) VALUE 'N'.
           88  CADASTRO-ALTERADO                VALUE 'S'.
       77  WRK-VALOR-ED               PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL OPCAO-SAIR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0110-CARREGAR-FORNECEDORES.
           PERFORM 0115-CARREGAR-PEDIDOS.
           PERFORM 0120-CARREGAR-TITULOS.
           PERFORM 0130-EXIBIR-MENU.

       0110-CARREGAR-FORNECEDORES.
           OPEN INPUT SUPPLIER-MASTER-FILE.
           IF WRK-FORN-STATUS = '35'
               MOVE 'S' TO WRK-FORN-EOF
           ELSE
               READ SUPPLIER-MASTER-FILE
                   AT END MOVE 'S' TO WRK-FORN-EOF
               END-READ
               PERFORM 0111-LER-FORNECEDOR UNTIL FIM-FORNECEDORES
               CLOSE SUPPLIER-MASTER-FILE
           END-IF.

       0111-LER-FORNECEDOR.
           IF WRK-QT-FORNECEDORES < 200
               ADD 1 TO WRK-QT-FORNECEDORES
               SET IX-FORN TO WRK-QT-FORNECEDORES
               MOVE FORN-CODIGO       TO TB-FORN-CODIGO (IX-FORN)
               MOVE FORN-RAZAO-SOCIAL TO TB-FORN-RAZAO (IX-FORN)
               IF FORN-PRAZO-PAGTO IS NUMERIC
                   MOVE FORN-PRAZO-PAGTO TO TB-FORN-PRAZO (IX-FORN)
               ELSE
                   MOVE ZEROS TO TB-FORN-PRAZO (IX-FORN)
               END-IF
               MOVE FORN-SITUACAO     TO TB-FORN-SITUACAO (IX-FORN)
           END-IF.
           READ SUPPLIER-MASTER-FILE
               AT END MOVE 'S' TO WRK-FORN-EOF
           END-READ.

       0115-CARREGAR-PEDIDOS.
           OPEN INPUT PURCHASE-ORDER-FILE.
           IF WRK-PED-STATUS = '35'
               MOVE 'S' TO WRK-PED-EOF
           ELSE
               READ PURCHASE-ORDER-FILE
                   AT END MOVE 'S' TO WRK-PED-EOF
               END-READ
               PERFORM 0116-LER-PEDIDO UNTIL FIM-PEDIDOS
               CLOSE PURCHASE-ORDER-FILE
           END-IF.

       0116-LER-PEDIDO.
           IF WRK-QT-PEDIDOS < 200
               ADD 1 TO WRK-QT-PEDIDOS
               SET IX-PED TO WRK-QT-PEDIDOS
               MOVE PO-NUMERO         TO TB-PED-NUMERO (IX-PED)
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
           END-READ.

       0120-CARREGAR-TITULOS.
           OPEN INPUT AP-INVOICE-FILE.
           IF WRK-TIT-STATUS = '35'
               MOVE 'S' TO WRK-TIT-EOF
           ELSE
               READ AP-INVOICE-FILE
                   AT END MOVE 'S' TO WRK-TIT-EOF
               END-READ
               PERFORM 0121-LER-TITULO UNTIL FIM-TITULOS
               CLOSE AP-INVOICE-FILE
           END-IF.

       0121-LER-TITULO.
           IF WRK-QT-TITULOS < WRK-LIMITE-TITULOS
               ADD 1 TO WRK-QT-TITULOS
               SET IX-TIT TO WRK-QT-TITULOS
               MOVE TIT-NUMERO        TO TB-TIT-NUMERO (IX-TIT)
               MOVE TIT-FORNECEDOR    TO TB-TIT-FORNECEDOR (IX-TIT)
               MOVE TIT-DOCUMENTO     TO TB-TIT-DOCUMENTO (IX-TIT)
               MOVE TIT-PEDIDO        TO TB-TIT-PEDIDO (IX-TIT)
               MOVE TIT-QUANTIDADE    TO TB-TIT-QUANTIDADE (IX-TIT)
               MOVE TIT-CUSTO-UNITARIO TO TB-TIT-CUSTO (IX-TIT)
               MOVE TIT-VALOR         TO TB-TIT-VALOR (IX-TIT)
               MOVE TIT-DATA-EMISSAO  TO TB-TIT-EMISSAO (IX-TIT)
               MOVE TIT-DATA-VENCIMENTO
                   TO TB-TIT-VENCIMENTO (IX-TIT)
               MOVE TIT-SITUACAO      TO TB-TIT-SITUACAO (IX-TIT)
               MOVE TIT-CONTABILIZADO TO TB-TIT-CONTABIL (IX-TIT)
               MOVE TIT-DATA-PAGAMENTO
                   TO TB-TIT-PAGAMENTO (IX-TIT)
           ELSE
               DISPLAY 'TABELA DE TITULOS CHEIA - TITULO '
                   TIT-NUMERO ' FORA DA MANUTENCAO'
           END-IF.
           READ AP-INVOICE-FILE
               AT END MOVE 'S' TO WRK-TIT-EOF
           END-READ.

       0130-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '==== CONTAS A PAGAR - NOTAS DE FORNECEDOR ===='.
           DISPLAY ' I - INCLUIR TITULO'.
           DISPLAY ' C - CANCELAR TITULO'.
           DISPLAY ' L - LISTAR TITULOS EM ABERTO'.
           DISPLAY ' 0 - SAIR'.
           DISPLAY 'ESCOLHA UMA OPCAO ...'.
           ACCEPT WRK-OPCAO FROM CONSOLE.

       0200-PROCESSAR.
           EVALUATE TRUE
               WHEN OPCAO-INCLUIR
                   PERFORM 0210-INCLUIR
               WHEN OPCAO-CANCELAR
                   PERFORM 0230-CANCELAR
               WHEN OPCAO-LISTAR
                   PERFORM 0240-LISTAR-ABERTOS
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.
           IF NOT OPCAO-SAIR
               PERFORM 0130-EXIBIR-MENU
           END-IF.

       0210-INCLUIR.
           DISPLAY 'CODIGO DO FORNECEDOR ...'.
           ACCEPT WRK-FORNECEDOR FROM CONSOLE.
           PERFORM 0250-VALIDAR-FORNECEDOR.
           IF FORN-ACHADO
               DISPLAY 'NUMERO DO PEDIDO DE COMPRA ...'
               ACCEPT WRK-PEDIDO FROM CONSOLE
               PERFORM 0255-VALIDAR-PEDIDO
           END-IF.
           IF FORN-ACHADO AND PED-ACHADO
               DISPLAY 'NUMERO DA NOTA DO FORNECEDOR ...'
               ACCEPT WRK-DOCUMENTO FROM CONSOLE
               DISPLAY 'QUANTIDADE FATURADA ...'
               ACCEPT WRK-QUANTIDADE FROM CONSOLE
               DISPLAY 'CUSTO UNITARIO FATURADO (SOMENTE NUMEROS, 2 '
                   'DECIMAIS) ...'
               ACCEPT WRK-CUSTO FROM CONSOLE
               DISPLAY 'DATA DE EMISSAO (AAAAMMDD) ...'
               ACCEPT WRK-EMISSAO FROM CONSOLE
               IF WRK-QUANTIDADE NOT > ZEROS
                   DISPLAY 'QUANTIDADE DEVE SER MAIOR QUE ZERO - '
                       'NADA GRAVADO'
               ELSE
                   IF WRK-QT-TITULOS >= WRK-LIMITE-TITULOS
                       DISPLAY 'TABELA DE TITULOS CHEIA - NADA '
                           'GRAVADO'
                   ELSE
                       PERFORM 0211-GRAVAR-NOVO-TITULO
                   END-IF
               END-IF
           END-IF.

      *    VENCIMENTO = EMISSAO + PRAZO DE PAGAMENTO DO FORNECEDOR
      *    EM DIAS CORRIDOS.
       0211-GRAVAR-NOVO-TITULO.
           SET IX-FORN TO WRK-IX-FORN.
           COMPUTE WRK-DIAS-EMISSAO =
               FUNCTION INTEGER-OF-DATE (WRK-EMISSAO)
               + TB-FORN-PRAZO (IX-FORN).
           COMPUTE WRK-VENCIMENTO =
               FUNCTION DATE-OF-INTEGER (WRK-DIAS-EMISSAO).
           PERFORM 0260-LER-SEQUENCIA.
           ADD 1 TO WRK-QT-TITULOS.
           SET IX-TIT TO WRK-QT-TITULOS.
           MOVE WRK-SEQUENCIA  TO TB-TIT-NUMERO (IX-TIT).
           MOVE WRK-FORNECEDOR TO TB-TIT-FORNECEDOR (IX-TIT).
           MOVE WRK-DOCUMENTO  TO TB-TIT-DOCUMENTO (IX-TIT).
           MOVE WRK-PEDIDO     TO TB-TIT-PEDIDO (IX-TIT).
           MOVE WRK-QUANTIDADE TO TB-TIT-QUANTIDADE (IX-TIT).
           MOVE WRK-CUSTO      TO TB-TIT-CUSTO (IX-TIT).
           COMPUTE TB-TIT-VALOR (IX-TIT) =
               WRK-QUANTIDADE * WRK-CUSTO.
           MOVE WRK-EMISSAO    TO TB-TIT-EMISSAO (IX-TIT).
           MOVE WRK-VENCIMENTO TO TB-TIT-VENCIMENTO (IX-TIT).
           MOVE 'P'            TO TB-TIT-SITUACAO (IX-TIT).
           MOVE 'N'            TO TB-TIT-CONTABIL (IX-TIT).
           MOVE ZEROS          TO TB-TIT-PAGAMENTO (IX-TIT).
           MOVE 'S' TO WRK-ALTERADO.
           PERFORM 0261-GRAVAR-SEQUENCIA.
           MOVE TB-TIT-VALOR (IX-TIT) TO WRK-VALOR-ED.
           DISPLAY 'TITULO ' WRK-SEQUENCIA ' INCLUIDO - VALOR '
               WRK-VALOR-ED ' VENCIMENTO ' WRK-VENCIMENTO.

      *    TITULO JA LANCADO NO RAZAO OU PAGO NAO SE CANCELA AQUI:
      *    PRECISA DE ESTORNO CONTABIL.
       0230-CANCELAR.
           DISPLAY 'NUMERO DO TITULO ...'.
           ACCEPT WRK-NUMERO-TITULO FROM CONSOLE.
           PERFORM 0280-LOCALIZAR-TITULO.
           IF NOT TITULO-ACHADO
               DISPLAY 'TITULO ' WRK-NUMERO-TITULO ' NAO CADASTRADO'
           ELSE
               SET IX-TIT TO WRK-IX-TIT
               IF TB-TIT-SITUACAO (IX-TIT) = 'L'
                  OR TB-TIT-SITUACAO (IX-TIT) = 'C'
                  OR TB-TIT-CONTABIL (IX-TIT) = 'S'
                   DISPLAY 'TITULO ' WRK-NUMERO-TITULO ' JA PAGO, '
                       'CANCELADO OU LANCADO NO RAZAO - NADA FEITO'
               ELSE
                   MOVE 'C' TO TB-TIT-SITUACAO (IX-TIT)
                   MOVE 'S' TO WRK-ALTERADO
                   DISPLAY 'TITULO ' WRK-NUMERO-TITULO ' CANCELADO'
               END-IF
           END-IF.

       0240-LISTAR-ABERTOS.
           DISPLAY '------- TITULOS A PAGAR EM ABERTO -------'.
           PERFORM 0241-LISTAR-TITULO
               VARYING IX-TIT FROM 1 BY 1
               UNTIL IX-TIT > WRK-QT-TITULOS.

       0241-LISTAR-TITULO.
           IF TB-TIT-SITUACAO (IX-TIT) = 'P'
              OR TB-TIT-SITUACAO (IX-TIT) = 'A'
              OR TB-TIT-SITUACAO (IX-TIT) = 'D'
               MOVE TB-TIT-VALOR (IX-TIT) TO WRK-VALOR-ED
               DISPLAY 'TITULO ' TB-TIT-NUMERO (IX-TIT)
                   ' FORNECEDOR ' TB-TIT-FORNECEDOR (IX-TIT)
                   ' NOTA ' TB-TIT-DOCUMENTO (IX-TIT)
                   ' PEDIDO ' TB-TIT-PEDIDO (IX-TIT)
                   ' VALOR ' WRK-VALOR-ED
                   ' VENCE ' TB-TIT-VENCIMENTO (IX-TIT)
                   ' SIT ' TB-TIT-SITUACAO (IX-TIT)
           END-IF.

       0250-VALIDAR-FORNECEDOR.
           MOVE 'N' TO WRK-FORN-ACHADO.
           PERFORM 0251-PROCURAR-FORNECEDOR
               VARYING IX-FORN FROM 1 BY 1
               UNTIL IX-FORN > WRK-QT-FORNECEDORES OR FORN-ACHADO.
           IF NOT FORN-ACHADO
               DISPLAY 'FORNECEDOR ' WRK-FORNECEDOR ' FORA DO '
                   'CADASTRO SUPPMAST - NADA GRAVADO'
           ELSE
               SET IX-FORN TO WRK-IX-FORN
               IF TB-FORN-SITUACAO (IX-FORN) NOT = 'A'
                   MOVE 'N' TO WRK-FORN-ACHADO
                   DISPLAY 'FORNECEDOR ' WRK-FORNECEDOR ' BLOQUEADO - '
                       'NADA GRAVADO'
               END-IF
           END-IF.

       0251-PROCURAR-FORNECEDOR.
           IF TB-FORN-CODIGO (IX-FORN) = WRK-FORNECEDOR
               MOVE 'S' TO WRK-FORN-ACHADO
               SET WRK-IX-FORN TO IX-FORN
               DISPLAY 'FORNECEDOR: ' TB-FORN-RAZAO (IX-FORN)
           END-IF.

      *    A NOTA PRECISA APONTAR UM PEDIDO DO PROPRIO FORNECEDOR
      *    QUE NAO ESTEJA CANCELADO; A QUANTIDADE E O CUSTO SAO
      *    CONFERIDOS DEPOIS, NO APMATCH.
       0255-VALIDAR-PEDIDO.
           MOVE 'N' TO WRK-PED-ACHADO.
           PERFORM 0256-PROCURAR-PEDIDO
               VARYING IX-PED FROM 1 BY 1
               UNTIL IX-PED > WRK-QT-PEDIDOS OR PED-ACHADO.
           IF NOT PED-ACHADO
               DISPLAY 'PEDIDO ' WRK-PEDIDO ' NAO EXISTE, ESTA '
                   'CANCELADO, E SUGESTAO OU E DE OUTRO FORNECEDOR - '
                   'NADA GRAVADO'
           END-IF.

       0256-PROCURAR-PEDIDO.
           IF TB-PED-NUMERO (IX-PED) = WRK-PEDIDO
              AND TB-PED-FORNECEDOR (IX-PED) = WRK-FORNECEDOR
              AND TB-PED-SITUACAO (IX-PED) NOT = 'C'
              AND TB-PED-SITUACAO (IX-PED) NOT = 'S'
               MOVE 'S' TO WRK-PED-ACHADO
           END-IF.

       0260-LER-SEQUENCIA.
           OPEN INPUT AP-SEQUENCE-FILE.
           IF WRK-SEQ-STATUS = '00'
               READ AP-SEQUENCE-FILE
                   AT END MOVE ZEROS TO WRK-SEQUENCIA
                   NOT AT END
                       MOVE AP-SEQUENCE-RECORD TO WRK-SEQUENCIA
               END-READ
               CLOSE AP-SEQUENCE-FILE
           ELSE
               MOVE ZEROS TO WRK-SEQUENCIA
           END-IF.
           ADD 1 TO WRK-SEQUENCIA.

       0261-GRAVAR-SEQUENCIA.
           OPEN OUTPUT AP-SEQUENCE-FILE.
           MOVE WRK-SEQUENCIA TO AP-SEQUENCE-RECORD.
           WRITE AP-SEQUENCE-RECORD.
           CLOSE AP-SEQUENCE-FILE.

       0280-LOCALIZAR-TITULO.
           MOVE 'N' TO WRK-TITULO-ACHADO.
           MOVE ZEROS TO WRK-IX-TIT.
           PERFORM 0281-PROCURAR-TITULO
               VARYING IX-TIT FROM 1 BY 1
               UNTIL IX-TIT > WRK-QT-TITULOS OR TITULO-ACHADO.

       0281-PROCURAR-TITULO.
           IF TB-TIT-NUMERO (IX-TIT) = WRK-NUMERO-TITULO
               MOVE 'S' TO WRK-TITULO-ACHADO
               SET WRK-IX-TIT TO IX-TIT
           END-IF.

      *    O ARQUIVO SO E REGRAVADO QUANDO ALGO MUDOU; UMA SESSAO
      *    SO DE CONSULTA NAO TOCA NO ARQUIVO.
       0300-FINALIZAR.
           IF CADASTRO-ALTERADO
               OPEN OUTPUT AP-INVOICE-FILE
               PERFORM 0310-GRAVAR-TITULO
                   VARYING IX-TIT FROM 1 BY 1
                   UNTIL IX-TIT > WRK-QT-TITULOS
               CLOSE AP-INVOICE-FILE
           END-IF.
           DISPLAY 'FIM DO LANCAMENTO DE NOTAS DE FORNECEDOR'.

       0310-GRAVAR-TITULO.
           INITIALIZE AP-INVOICE-RECORD.
           MOVE TB-TIT-NUMERO (IX-TIT)      TO TIT-NUMERO.
           MOVE TB-TIT-FORNECEDOR (IX-TIT)  TO TIT-FORNECEDOR.
           MOVE TB-TIT-DOCUMENTO (IX-TIT)   TO TIT-DOCUMENTO.
           MOVE TB-TIT-PEDIDO (IX-TIT)      TO TIT-PEDIDO.
           MOVE TB-TIT-QUANTIDADE (IX-TIT)  TO TIT-QUANTIDADE.
           MOVE TB-TIT-CUSTO (IX-TIT)       TO TIT-CUSTO-UNITARIO.
           MOVE TB-TIT-VALOR (IX-TIT)       TO TIT-VALOR.
           MOVE TB-TIT-EMISSAO (IX-TIT)     TO TIT-DATA-EMISSAO.
           MOVE TB-TIT-VENCIMENTO (IX-TIT)  TO TIT-DATA-VENCIMENTO.
           MOVE TB-TIT-SITUACAO (IX-TIT)    TO TIT-SITUACAO.
           MOVE TB-TIT-CONTABIL (IX-TIT)    TO TIT-CONTABILIZADO.
           MOVE TB-TIT-PAGAMENTO (IX-TIT)   TO TIT-DATA-PAGAMENTO.
           WRITE AP-INVOICE-RECORD.
