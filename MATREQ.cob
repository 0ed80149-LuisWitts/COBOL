       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATREQ.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: REQUISICAO DE MATERIAL DO ESTOQUE PARA AS ORDENS
      *              DE SERVICO. A ACEITACAO DE COTACAO (QUOTACPT)
      *              CONFERE A NECESSIDADE DO JOB CONTRA O STOCKBAL E
      *              O FECHAMENTO (JOBCLOSE) REGISTRA O CONSUMO, MAS O
      *              ESTOQUE NUNCA BAIXAVA PELO MATERIAL GASTO NOS
      *              SERVICOS E O INVENTARIO (STOCKTAK) ACHAVA FALTAS
      *              SEM EXPLICACAO. O OPERADOR INFORMA A ORDEM (JOB E
      *              AMBIENTE DO WORKORD, AINDA ABERTA), O LOCAL E A
      *              QUANTIDADE: A REQUISICAO TIRA O MATERIAL DA
      *              ORDEM (WO-MATERIAL) DO SALDO DO LOCAL NO
      *              STOCKBAL E DOS LOTES DO PRIMEIRO A VENCER EM
      *              DIANTE (ROTINA LOTRTN), AO CUSTO MEDIO DO
      *              STOCKCST; A DEVOLUCAO DA SOBRA VOLTA PARA O
      *              SALDO DO LOCAL (SEM LOTE), LIMITADA AO QUE A
      *              ORDEM RECEBEU E AO CUSTO MEDIO DO QUE ELA
      *              RECEBEU. CADA MOVIMENTO VAI PARA A TRILHA MATMOV,
      *              DE ONDE O JOBCLOSE TIRA O CONSUMO REAL DO JOB. O
      *              STOCKBAL E REGRAVADO NA SAIDA SO QUANDO ALGO
      *              MUDOU, COMO NA TRANSFERENCIA (STKTRANS).
      *    data = 15/10/2026
      *
      *    MODIFICATION HISTORY
      *    15/10/2026  LCW  VERSAO INICIAL.
      *    15/10/2026  LCW  MATERIAL DAS ORDENS NO RAZAO: O VALOR DAS
      *                     REQUISICOES MENOS O DAS DEVOLUCOES DA
      *                     SESSAO, SOMADO POR LOCAL, VAI NO FIM PARA
      *                     UM LOTE LEDGTRAN ('RQ' + SEQUENCIA
      *                     LEDGSEQ, COMO O STOCKTAK): DEBITO NO CUSTO
      *                     DOS SERVICOS PRESTADOS (COM A LOJA),
      *                     CREDITO NO ESTOQUE; DEVOLUCAO LIQUIDA
      *                     INVERTE OS LADOS. CONTAS PELA TABELA DE
      *                     REGRAS CONTABEIS (REGRACTB, ROTINA
      *                     REGRARTN). O LOTE SEGUE PARA O LEDGEDIT E
      *                     O POSTING.
      **********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-ORDER-FILE ASSIGN TO 'WORKORD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-WO-STATUS.

           SELECT STOCK-BALANCE-FILE ASSIGN TO 'STOCKBAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STQ-STATUS.

           SELECT STOCK-COST-FILE ASSIGN TO 'STOCKCST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CST-STATUS.

           SELECT STORE-MASTER-FILE ASSIGN TO 'STOREMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LJ-STATUS.

           SELECT MATERIAL-MOVE-FILE ASSIGN TO 'MATMOV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MOV-STATUS.

           SELECT LEDGER-TRANSACTION-FILE ASSIGN TO 'LEDGTRAN'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LEDGER-SEQUENCE-FILE ASSIGN TO 'LEDGSEQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORK-ORDER-FILE.
           COPY 'WORKORD.cob'.

       FD  STOCK-BALANCE-FILE.
           COPY 'STOCKBAL.cob'.

       FD  STOCK-COST-FILE.
           COPY 'STOCKCST.cob'.

       FD  STORE-MASTER-FILE.
           COPY 'STOREMST.cob'.

       FD  MATERIAL-MOVE-FILE.
           COPY 'MATMOV.cob'.

       FD  LEDGER-TRANSACTION-FILE.
           COPY 'LEDGTRAN.cob'.

       FD  LEDGER-SEQUENCE-FILE.
       01  LEDGER-SEQUENCE-RECORD     PIC 9(06).

       WORKING-STORAGE SECTION.
       77  WRK-WO-STATUS              PIC X(02) VALUE SPACES.
       77  WRK-STQ-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-CST-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-LJ-STATUS              PIC X(02) VALUE SPACES.
       77  WRK-MOV-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-SEQ-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.

       77  WRK-OPCAO                  PIC X(01) VALUE SPACES.
           88  OPCAO-REQUISITAR                 VALUE 'R'.
           88  OPCAO-DEVOLVER                   VALUE 'D'.
           88  OPCAO-LISTAR                     VALUE 'L'.
           88  OPCAO-SAIR                       VALUE '0'.

      *    ORDENS DE SERVICO (SO CONSULTA - QUEM FECHA E O JOBCLOSE)
       01  TB-ORDENS-TABELA.
           02  TB-ORDEM OCCURS 500 TIMES INDEXED BY IX-WO.
               03  TB-WO-COTACAO      PIC 9(06).
               03  TB-WO-JOB          PIC X(06).
               03  TB-WO-AMBIENTE     PIC X(15).
               03  TB-WO-MATERIAL     PIC X(06).
               03  TB-WO-NECESSIDADE  PIC 9(07)V99.
               03  TB-WO-SITUACAO     PIC X(01).
       77  WRK-QT-ORDENS              PIC 9(03) VALUE ZEROS.
       77  WRK-IX-WO                  PIC 9(03) VALUE ZEROS.
       77  WRK-ORDEM-ACHADA           PIC X(01) VALUE 'N'.
           88  ORDEM-ACHADA                     VALUE 'S'.

      *    SALDO POR PRODUTO E LOCAL (STOCKBAL), REGRAVADO INTEIRO NA
      *    SAIDA; ARQUIVO MAIOR QUE A TABELA NAO PODE SER REGRAVADO
      *    SEM PERDER SALDOS - NESSE CASO NENHUM MOVIMENTO E ACEITO.
       01  TB-SALDO-TABELA.
           02  TB-SALDO OCCURS 500 TIMES INDEXED BY IX-STQ.
               03  TB-STQ-CODIGO      PIC X(06).
               03  TB-STQ-LOCAL       PIC X(10).
               03  TB-STQ-SALDO       PIC S9(07).
       77  WRK-QT-SALDOS              PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-SALDOS          PIC 9(03) VALUE 500.
       77  WRK-IX-STQ                 PIC 9(03) VALUE ZEROS.
       77  WRK-SALDO-ACHADO           PIC X(01) VALUE 'N'.
           88  SALDO-ACHADO                     VALUE 'S'.
       77  WRK-ARQUIVO-INTEIRO        PIC X(01) VALUE 'S'.
           88  ARQUIVO-INTEIRO                  VALUE 'S'.
       77  WRK-LOCAL-PRINCIPAL        PIC X(10) VALUE SPACES.

      *    CUSTO MEDIO POR PRODUTO (STOCKCST)
       01  TB-CUSTO-TABELA.
           02  TB-CUSTO OCCURS 200 TIMES INDEXED BY IX-CST.
               03  TB-CST-CODIGO      PIC X(06).
               03  TB-CST-MEDIO       PIC 9(05)V99.
       77  WRK-QT-CUSTOS              PIC 9(03) VALUE ZEROS.

       01  TB-LOCAL-TABELA.
           02  TB-LOCAL OCCURS 50 TIMES INDEXED BY IX-LOC.
               03  TB-LOC-CODIGO      PIC X(10).
       77  WRK-QT-LOCAIS              PIC 9(02) VALUE ZEROS.
       77  WRK-LOCAL-ACHADO           PIC X(01) VALUE 'N'.
           88  LOCAL-ACHADO                     VALUE 'S'.

      *    O QUE CADA ORDEM JA RECEBEU (REQUISICOES MENOS
      *    DEVOLUCOES DO MATMOV), ATUALIZADO A CADA MOVIMENTO
       01  TB-RECEBIDO-TABELA.
           02  TB-RECEBIDO OCCURS 500 TIMES INDEXED BY IX-REC.
               03  TB-REC-JOB         PIC X(06).
               03  TB-REC-AMBIENTE    PIC X(15).
               03  TB-REC-QUANTIDADE  PIC S9(07).
               03  TB-REC-VALOR       PIC S9(09)V99.
       77  WRK-QT-RECEBIDOS           PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-RECEBIDOS       PIC 9(03) VALUE 500.
       77  WRK-IX-REC                 PIC 9(03) VALUE ZEROS.
       77  WRK-REC-ACHADO             PIC X(01) VALUE 'N'.
           88  REC-ACHADO                       VALUE 'S'.

      *    PARAMETROS DA ROTINA DE LOTES (LOTRTN)
       77  WRK-LOT-FUNCAO             PIC X(01) VALUE SPACES.
       77  WRK-LOT-LOTE               PIC X(10) VALUE SPACES.
       77  WRK-LOT-VALIDADE           PIC 9(08) VALUE ZEROS.
       77  WRK-LOT-QUANTIDADE         PIC 9(07) VALUE ZEROS.
       77  WRK-LOT-SEM-LOTE           PIC 9(07) VALUE ZEROS.

       77  WRK-JOB                    PIC X(06) VALUE SPACES.
       77  WRK-AMBIENTE               PIC X(15) VALUE SPACES.
       77  WRK-MATERIAL               PIC X(06) VALUE SPACES.
       77  WRK-LOCAL                  PIC X(10) VALUE SPACES.
       77  WRK-QUANTIDADE             PIC 9(07) VALUE ZEROS.
       77  WRK-CUSTO-UNITARIO         PIC 9(05)V99 VALUE ZEROS.
       77  WRK-VALOR                  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-DATA-HOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-USUARIO                PIC X(20) VALUE SPACES.
       77  WRK-ALTERADO               PIC X(01) VALUE 'N'.
           88  SALDO-ALTERADO                   VALUE 'S'.
       77  WRK-QT-MOVIMENTOS          PIC 9(05) VALUE ZEROS.

       77  WRK-NEC-ED                 PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-QTDE-ED                PIC -(6)9 VALUE ZEROS.
       77  WRK-VALOR-ED               PIC -.---.---.--9,99
                                      VALUE ZEROS.
       77  WRK-CUSTO-ED               PIC ZZ.ZZ9,99 VALUE ZEROS.

      *    LANCAMENTO CONTABIL DO MATERIAL: VALOR LIQUIDO DA SESSAO
      *    (REQUISICOES MENOS DEVOLUCOES) POR LOCAL, E O LOTE
      *    LEDGTRAN GRAVADO NO FIM
       77  WRK-CONTA-ESTOQUE          PIC 9(06) VALUE 150100.
       77  WRK-CONTA-CUSTO-SERVICO    PIC 9(06) VALUE 450200.
       01  TB-CONTABIL-TABELA.
           02  TB-CONTABIL OCCURS 50 TIMES INDEXED BY IX-CTB.
               03  TB-CTB-LOCAL       PIC X(10).
               03  TB-CTB-VALOR       PIC S9(09)V99.
       77  WRK-QT-LOCAIS-CONTABIL     PIC 9(02) VALUE ZEROS.
       77  WRK-IX-CTB                 PIC 9(02) VALUE ZEROS.
       77  WRK-CTB-ACHADO             PIC X(01) VALUE 'N'.
           88  CTB-ACHADO                       VALUE 'S'.
       77  WRK-SEQUENCIA              PIC 9(06) VALUE ZEROS.
       01  WRK-LOTE-MATERIAL.
           02  WRK-LOTE-PREFIXO       PIC X(02) VALUE 'RQ'.
           02  WRK-LOTE-SEQUENCIA     PIC 9(06).
       77  WRK-LANC-CONTA             PIC 9(06) VALUE ZEROS.
       77  WRK-LANC-TIPO              PIC X(01) VALUE SPACES.
       77  WRK-LANC-VALOR             PIC 9(07)V99 VALUE ZEROS.
       77  WRK-LANC-LOJA              PIC X(10) VALUE SPACES.
       77  WRK-QT-LINHAS-LOTE         PIC 9(05) VALUE ZEROS.
       77  WRK-SOMA-DEBITOS           PIC 9(11)V99 VALUE ZEROS.
       77  WRK-SOMA-CREDITOS          PIC 9(11)V99 VALUE ZEROS.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'MATREQ'.
       77  WRK-REGRA-EVENTO           PIC X(15) VALUE SPACES.
       77  WRK-REGRA-LADO             PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL OPCAO-SAIR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0101-DETERMINAR-CONTAS.
           CALL 'RUNDTRTN' USING WRK-DATA-HOJE END-CALL.
           CALL 'OPERRTN' USING WRK-USUARIO END-CALL.
           CALL 'LOCPRTN' USING WRK-LOCAL-PRINCIPAL END-CALL.
           PERFORM 0110-CARREGAR-ORDENS.
           PERFORM 0120-CARREGAR-SALDOS.
           PERFORM 0130-CARREGAR-CUSTOS.
           PERFORM 0140-CARREGAR-LOCAIS.
           PERFORM 0150-CARREGAR-RECEBIDOS.
           PERFORM 0160-ABRIR-MOVIMENTOS.
           IF NOT ARQUIVO-INTEIRO
               DISPLAY '*** STOCKBAL OU MATMOV MAIOR QUE A TABELA - '
                   'SO CONSULTA NESTA SESSAO ***'
           END-IF.
           PERFORM 0170-EXIBIR-MENU.

      *    CONTA DE CADA EVENTO DO LOTE CONTABIL PELA TABELA DE REGRAS
      *    (REGRACTB); SEM REGRA FICA O VALOR FIXO DO PROGRAMA.
       0101-DETERMINAR-CONTAS.
           MOVE 'MATERIAL-ORDEM' TO WRK-REGRA-EVENTO.
           MOVE 'D' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-CUSTO-SERVICO
           END-CALL.
           MOVE 'MATERIAL-ORDEM' TO WRK-REGRA-EVENTO.
           MOVE 'C' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-ESTOQUE
           END-CALL.

       0110-CARREGAR-ORDENS.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT WORK-ORDER-FILE.
           IF WRK-WO-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ WORK-ORDER-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0111-LER-ORDEM UNTIL FIM-ARQUIVO
               CLOSE WORK-ORDER-FILE
           END-IF.

       0111-LER-ORDEM.
           IF WRK-QT-ORDENS < 500
               ADD 1 TO WRK-QT-ORDENS
               SET IX-WO TO WRK-QT-ORDENS
               MOVE WO-COTACAO     TO TB-WO-COTACAO (IX-WO)
               MOVE WO-JOB         TO TB-WO-JOB (IX-WO)
               MOVE WO-AMBIENTE    TO TB-WO-AMBIENTE (IX-WO)
               MOVE WO-MATERIAL    TO TB-WO-MATERIAL (IX-WO)
               MOVE WO-NECESSIDADE TO TB-WO-NECESSIDADE (IX-WO)
               MOVE WO-SITUACAO    TO TB-WO-SITUACAO (IX-WO)
           END-IF.
           READ WORK-ORDER-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0120-CARREGAR-SALDOS.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT STOCK-BALANCE-FILE.
           IF WRK-STQ-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ STOCK-BALANCE-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0121-LER-SALDO UNTIL FIM-ARQUIVO
               CLOSE STOCK-BALANCE-FILE
           END-IF.

       0121-LER-SALDO.
           IF WRK-QT-SALDOS < WRK-LIMITE-SALDOS
               ADD 1 TO WRK-QT-SALDOS
               SET IX-STQ TO WRK-QT-SALDOS
               MOVE STQ-CODIGO TO TB-STQ-CODIGO (IX-STQ)
               IF STQ-LOCAL = SPACES
                   MOVE WRK-LOCAL-PRINCIPAL TO TB-STQ-LOCAL (IX-STQ)
               ELSE
                   MOVE STQ-LOCAL TO TB-STQ-LOCAL (IX-STQ)
               END-IF
               MOVE STQ-SALDO  TO TB-STQ-SALDO (IX-STQ)
           ELSE
               MOVE 'N' TO WRK-ARQUIVO-INTEIRO
           END-IF.
           READ STOCK-BALANCE-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0130-CARREGAR-CUSTOS.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT STOCK-COST-FILE.
           IF WRK-CST-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ STOCK-COST-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0131-LER-CUSTO UNTIL FIM-ARQUIVO
               CLOSE STOCK-COST-FILE
           END-IF.

       0131-LER-CUSTO.
           IF WRK-QT-CUSTOS < 200
               ADD 1 TO WRK-QT-CUSTOS
               SET IX-CST TO WRK-QT-CUSTOS
               MOVE CST-CODIGO      TO TB-CST-CODIGO (IX-CST)
               MOVE CST-CUSTO-MEDIO TO TB-CST-MEDIO (IX-CST)
           END-IF.
           READ STOCK-COST-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0140-CARREGAR-LOCAIS.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT STORE-MASTER-FILE.
           IF WRK-LJ-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ STORE-MASTER-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0141-LER-LOCAL UNTIL FIM-ARQUIVO
               CLOSE STORE-MASTER-FILE
           END-IF.

       0141-LER-LOCAL.
           IF WRK-QT-LOCAIS < 50
               ADD 1 TO WRK-QT-LOCAIS
               SET IX-LOC TO WRK-QT-LOCAIS
               MOVE LJ-CODIGO TO TB-LOC-CODIGO (IX-LOC)
           END-IF.
           READ STORE-MASTER-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0150-CARREGAR-RECEBIDOS.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT MATERIAL-MOVE-FILE.
           IF WRK-MOV-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ MATERIAL-MOVE-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0151-LER-MOVIMENTO UNTIL FIM-ARQUIVO
               CLOSE MATERIAL-MOVE-FILE
           END-IF.

       0151-LER-MOVIMENTO.
           MOVE MOV-JOB      TO WRK-JOB.
           MOVE MOV-AMBIENTE TO WRK-AMBIENTE.
           PERFORM 0270-LOCALIZAR-RECEBIDO.
           IF REC-ACHADO
               SET IX-REC TO WRK-IX-REC
               IF MOV-REQUISICAO
                   ADD MOV-QUANTIDADE TO TB-REC-QUANTIDADE (IX-REC)
                   ADD MOV-VALOR      TO TB-REC-VALOR (IX-REC)
               ELSE
                   SUBTRACT MOV-QUANTIDADE
                       FROM TB-REC-QUANTIDADE (IX-REC)
                   SUBTRACT MOV-VALOR FROM TB-REC-VALOR (IX-REC)
               END-IF
           ELSE
               MOVE 'N' TO WRK-ARQUIVO-INTEIRO
           END-IF.
           READ MATERIAL-MOVE-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    A TRILHA SO CRESCE; SE FOR O PRIMEIRO MOVIMENTO, O
      *    ARQUIVO E CRIADO VAZIO.
       0160-ABRIR-MOVIMENTOS.
           OPEN EXTEND MATERIAL-MOVE-FILE.
           IF WRK-MOV-STATUS = '35'
               OPEN OUTPUT MATERIAL-MOVE-FILE
               CLOSE MATERIAL-MOVE-FILE
               OPEN EXTEND MATERIAL-MOVE-FILE
           END-IF.

       0170-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '==== REQUISICAO DE MATERIAL PARA ORDEM DE SERVICO'
               ' ===='.
           DISPLAY ' R - REQUISITAR MATERIAL DO ESTOQUE'.
           DISPLAY ' D - DEVOLVER SOBRA DE MATERIAL AO ESTOQUE'.
           DISPLAY ' L - LISTAR MATERIAL RECEBIDO PELAS ORDENS DO JOB'.
           DISPLAY ' 0 - SAIR'.
           DISPLAY 'ESCOLHA UMA OPCAO ...'.
           ACCEPT WRK-OPCAO FROM CONSOLE.

       0200-PROCESSAR.
           EVALUATE TRUE
               WHEN OPCAO-REQUISITAR
                   PERFORM 0210-REQUISITAR
               WHEN OPCAO-DEVOLVER
                   PERFORM 0220-DEVOLVER
               WHEN OPCAO-LISTAR
                   PERFORM 0230-LISTAR-JOB
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.
           IF NOT OPCAO-SAIR
               PERFORM 0170-EXIBIR-MENU
           END-IF.

      *    A REQUISICAO SO SAI PARA ORDEM ABERTA, DE LOCAL DO
      *    CADASTRO COM SALDO PARA A QUANTIDADE INTEIRA. PASSAR DA
      *    NECESSIDADE ORCADA E PERMITIDO (E AVISADO): E ESSA
      *    DIFERENCA QUE O JOBCOST MOSTRA.
       0210-REQUISITAR.
           PERFORM 0240-LER-ORDEM.
           IF ORDEM-ACHADA
               PERFORM 0250-LER-LOCAL
           END-IF.
           IF ORDEM-ACHADA AND LOCAL-ACHADO
               DISPLAY 'QUANTIDADE A REQUISITAR ...'
               ACCEPT WRK-QUANTIDADE FROM CONSOLE
               PERFORM 0260-LOCALIZAR-SALDO
               PERFORM 0211-CONFERIR-REQUISICAO
           END-IF.

       0211-CONFERIR-REQUISICAO.
           IF WRK-QUANTIDADE NOT > ZEROS
               DISPLAY 'QUANTIDADE DEVE SER MAIOR QUE ZERO - '
                   'NADA GRAVADO'
           ELSE
               IF NOT SALDO-ACHADO
                   DISPLAY 'MATERIAL ' WRK-MATERIAL ' SEM SALDO EM '
                       WRK-LOCAL ' - NADA GRAVADO'
               ELSE
                   SET IX-STQ TO WRK-IX-STQ
                   IF TB-STQ-SALDO (IX-STQ) < WRK-QUANTIDADE
                       MOVE TB-STQ-SALDO (IX-STQ) TO WRK-QTDE-ED
                       DISPLAY 'SALDO EM ' WRK-LOCAL ' DE ' WRK-QTDE-ED
                           ' NAO COBRE A REQUISICAO - NADA GRAVADO'
                   ELSE
                       PERFORM 0270-LOCALIZAR-RECEBIDO
                       IF NOT REC-ACHADO
                           DISPLAY 'TABELA DE ORDENS COM MATERIAL '
                               'CHEIA - NADA GRAVADO'
                       ELSE
                           PERFORM 0212-GRAVAR-REQUISICAO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0212-GRAVAR-REQUISICAO.
           PERFORM 0280-BUSCAR-CUSTO-MEDIO.
           COMPUTE WRK-VALOR ROUNDED =
               WRK-QUANTIDADE * WRK-CUSTO-UNITARIO.
           SET IX-STQ TO WRK-IX-STQ.
           SUBTRACT WRK-QUANTIDADE FROM TB-STQ-SALDO (IX-STQ).
           MOVE 'S' TO WRK-LOT-FUNCAO.
           MOVE SPACES TO WRK-LOT-LOTE.
           MOVE ZEROS TO WRK-LOT-VALIDADE.
           MOVE WRK-QUANTIDADE TO WRK-LOT-QUANTIDADE.
           CALL 'LOTRTN' USING WRK-LOT-FUNCAO WRK-MATERIAL
               WRK-LOCAL WRK-LOT-LOTE WRK-LOT-VALIDADE
               WRK-LOT-QUANTIDADE WRK-LOT-SEM-LOTE
           END-CALL.
           SET IX-REC TO WRK-IX-REC.
           ADD WRK-QUANTIDADE TO TB-REC-QUANTIDADE (IX-REC).
           ADD WRK-VALOR      TO TB-REC-VALOR (IX-REC).
           MOVE 'R' TO MOV-TIPO.
           PERFORM 0290-GRAVAR-MOVIMENTO.
           PERFORM 0295-LOCALIZAR-LOCAL-CONTABIL.
           IF CTB-ACHADO
               SET IX-CTB TO WRK-IX-CTB
               ADD WRK-VALOR TO TB-CTB-VALOR (IX-CTB)
           END-IF.
           SET IX-WO TO WRK-IX-WO.
           IF TB-REC-QUANTIDADE (IX-REC) > TB-WO-NECESSIDADE (IX-WO)
               DISPLAY 'ATENCAO: A ORDEM JA RECEBEU MAIS QUE A '
                   'NECESSIDADE ORCADA'
           END-IF.
           MOVE WRK-VALOR TO WRK-VALOR-ED.
           DISPLAY 'REQUISICAO GRAVADA - ' WRK-QUANTIDADE ' DE '
               WRK-MATERIAL ' VALOR ' WRK-VALOR-ED.

      *    A SOBRA VOLTA AO LOCAL INFORMADO SEM LOTE (A ORIGEM DO
      *    LOTE SE PERDE NA OBRA), NO MAXIMO O QUE A ORDEM RECEBEU,
      *    AO CUSTO MEDIO DO QUE ELA RECEBEU - A DEVOLUCAO DE TUDO
      *    ZERA O VALOR DA ORDEM SEM RESIDUO DE ARREDONDAMENTO.
       0220-DEVOLVER.
           PERFORM 0240-LER-ORDEM.
           IF ORDEM-ACHADA
               PERFORM 0270-LOCALIZAR-RECEBIDO
               IF NOT REC-ACHADO
                   MOVE 'N' TO WRK-ORDEM-ACHADA
               ELSE
                   SET IX-REC TO WRK-IX-REC
                   IF TB-REC-QUANTIDADE (IX-REC) NOT > ZEROS
                       DISPLAY 'A ORDEM NAO TEM MATERIAL RECEBIDO '
                           'A DEVOLVER'
                       MOVE 'N' TO WRK-ORDEM-ACHADA
                   END-IF
               END-IF
           END-IF.
           IF ORDEM-ACHADA
               PERFORM 0250-LER-LOCAL
           END-IF.
           IF ORDEM-ACHADA AND LOCAL-ACHADO
               DISPLAY 'QUANTIDADE A DEVOLVER ...'
               ACCEPT WRK-QUANTIDADE FROM CONSOLE
               SET IX-REC TO WRK-IX-REC
               IF WRK-QUANTIDADE NOT > ZEROS
                  OR WRK-QUANTIDADE > TB-REC-QUANTIDADE (IX-REC)
                   MOVE TB-REC-QUANTIDADE (IX-REC) TO WRK-QTDE-ED
                   DISPLAY 'QUANTIDADE DEVE ESTAR ENTRE 1 E '
                       WRK-QTDE-ED ' - NADA GRAVADO'
               ELSE
                   PERFORM 0260-LOCALIZAR-SALDO
                   PERFORM 0265-ABRIR-SALDO
                   IF SALDO-ACHADO
                       PERFORM 0221-GRAVAR-DEVOLUCAO
                   END-IF
               END-IF
           END-IF.

       0221-GRAVAR-DEVOLUCAO.
           SET IX-REC TO WRK-IX-REC.
           IF WRK-QUANTIDADE = TB-REC-QUANTIDADE (IX-REC)
               MOVE TB-REC-VALOR (IX-REC) TO WRK-VALOR
               COMPUTE WRK-CUSTO-UNITARIO ROUNDED =
                   TB-REC-VALOR (IX-REC) / TB-REC-QUANTIDADE (IX-REC)
           ELSE
               COMPUTE WRK-CUSTO-UNITARIO ROUNDED =
                   TB-REC-VALOR (IX-REC) / TB-REC-QUANTIDADE (IX-REC)
               COMPUTE WRK-VALOR ROUNDED =
                   TB-REC-VALOR (IX-REC) * WRK-QUANTIDADE
                   / TB-REC-QUANTIDADE (IX-REC)
           END-IF.
           SET IX-STQ TO WRK-IX-STQ.
           ADD WRK-QUANTIDADE TO TB-STQ-SALDO (IX-STQ).
           SUBTRACT WRK-QUANTIDADE FROM TB-REC-QUANTIDADE (IX-REC).
           SUBTRACT WRK-VALOR      FROM TB-REC-VALOR (IX-REC).
           MOVE 'D' TO MOV-TIPO.
           PERFORM 0290-GRAVAR-MOVIMENTO.
           PERFORM 0295-LOCALIZAR-LOCAL-CONTABIL.
           IF CTB-ACHADO
               SET IX-CTB TO WRK-IX-CTB
               SUBTRACT WRK-VALOR FROM TB-CTB-VALOR (IX-CTB)
           END-IF.
           MOVE WRK-VALOR TO WRK-VALOR-ED.
           DISPLAY 'DEVOLUCAO GRAVADA - ' WRK-QUANTIDADE ' DE '
               WRK-MATERIAL ' VALOR ' WRK-VALOR-ED.

       0230-LISTAR-JOB.
           DISPLAY 'CODIGO DO JOB ...'.
           ACCEPT WRK-JOB FROM CONSOLE.
           DISPLAY '------- MATERIAL RECEBIDO PELAS ORDENS DO JOB '
               WRK-JOB ' -------'.
           PERFORM 0231-LISTAR-ORDEM
               VARYING IX-WO FROM 1 BY 1
               UNTIL IX-WO > WRK-QT-ORDENS.

       0231-LISTAR-ORDEM.
           IF TB-WO-JOB (IX-WO) = WRK-JOB
               MOVE TB-WO-AMBIENTE (IX-WO) TO WRK-AMBIENTE
               MOVE ZEROS TO WRK-QTDE-ED WRK-VALOR-ED
               PERFORM 0275-PROCURAR-RECEBIDO-EXISTENTE
               IF REC-ACHADO
                   SET IX-REC TO WRK-IX-REC
                   MOVE TB-REC-QUANTIDADE (IX-REC) TO WRK-QTDE-ED
                   MOVE TB-REC-VALOR (IX-REC)      TO WRK-VALOR-ED
               END-IF
               MOVE TB-WO-NECESSIDADE (IX-WO) TO WRK-NEC-ED
               DISPLAY TB-WO-AMBIENTE (IX-WO) ' '
                   TB-WO-MATERIAL (IX-WO)
                   ' NECESSIDADE ' WRK-NEC-ED
                   ' RECEBIDO ' WRK-QTDE-ED
                   ' VALOR ' WRK-VALOR-ED
                   ' SITUACAO ' TB-WO-SITUACAO (IX-WO)
           END-IF.

      *    A ORDEM E O PAR JOB/AMBIENTE DO WORKORD; SO A ABERTA
      *    RECEBE OU DEVOLVE MATERIAL - DEPOIS DO FECHAMENTO O
      *    CONSUMO JA FOI PARA O JOBACT.
       0240-LER-ORDEM.
           MOVE 'N' TO WRK-ORDEM-ACHADA.
           IF NOT ARQUIVO-INTEIRO
               DISPLAY 'SESSAO SO DE CONSULTA - NADA GRAVADO'
           ELSE
               DISPLAY 'CODIGO DO JOB ...'
               ACCEPT WRK-JOB FROM CONSOLE
               DISPLAY 'AMBIENTE DA ORDEM DE SERVICO ...'
               ACCEPT WRK-AMBIENTE FROM CONSOLE
               MOVE ZEROS TO WRK-IX-WO
               PERFORM 0241-PROCURAR-ORDEM
                   VARYING IX-WO FROM 1 BY 1
                   UNTIL IX-WO > WRK-QT-ORDENS OR ORDEM-ACHADA
               IF NOT ORDEM-ACHADA
                   DISPLAY 'JOB ' WRK-JOB ' SEM ORDEM ABERTA PARA O '
                       'AMBIENTE ' WRK-AMBIENTE
               ELSE
                   SET IX-WO TO WRK-IX-WO
                   MOVE TB-WO-MATERIAL (IX-WO) TO WRK-MATERIAL
                   MOVE TB-WO-NECESSIDADE (IX-WO) TO WRK-NEC-ED
                   DISPLAY 'MATERIAL ' WRK-MATERIAL
                       ' NECESSIDADE ' WRK-NEC-ED
               END-IF
           END-IF.

       0241-PROCURAR-ORDEM.
           IF TB-WO-JOB (IX-WO) = WRK-JOB
              AND TB-WO-AMBIENTE (IX-WO) = WRK-AMBIENTE
              AND TB-WO-SITUACAO (IX-WO) = 'A'
               MOVE 'S' TO WRK-ORDEM-ACHADA
               SET WRK-IX-WO TO IX-WO
           END-IF.

       0250-LER-LOCAL.
           DISPLAY 'LOCAL DO ESTOQUE (ESPACOS = PRINCIPAL) ...'.
           ACCEPT WRK-LOCAL FROM CONSOLE.
           IF WRK-LOCAL = SPACES
               MOVE WRK-LOCAL-PRINCIPAL TO WRK-LOCAL
           END-IF.
           MOVE 'N' TO WRK-LOCAL-ACHADO.
           PERFORM 0251-PROCURAR-LOCAL
               VARYING IX-LOC FROM 1 BY 1
               UNTIL IX-LOC > WRK-QT-LOCAIS OR LOCAL-ACHADO.
           IF NOT LOCAL-ACHADO
               DISPLAY 'LOCAL ' WRK-LOCAL ' FORA DO CADASTRO '
                   'STOREMST - NADA GRAVADO'
           END-IF.

       0251-PROCURAR-LOCAL.
           IF TB-LOC-CODIGO (IX-LOC) = WRK-LOCAL
               MOVE 'S' TO WRK-LOCAL-ACHADO
           END-IF.

       0260-LOCALIZAR-SALDO.
           MOVE 'N' TO WRK-SALDO-ACHADO.
           MOVE ZEROS TO WRK-IX-STQ.
           PERFORM 0261-PROCURAR-SALDO
               VARYING IX-STQ FROM 1 BY 1
               UNTIL IX-STQ > WRK-QT-SALDOS OR SALDO-ACHADO.

       0261-PROCURAR-SALDO.
           IF TB-STQ-CODIGO (IX-STQ) = WRK-MATERIAL
              AND TB-STQ-LOCAL (IX-STQ) = WRK-LOCAL
               MOVE 'S' TO WRK-SALDO-ACHADO
               SET WRK-IX-STQ TO IX-STQ
           END-IF.

      *    A DEVOLUCAO PARA UM LOCAL ONDE O MATERIAL NUNCA ESTEVE
      *    ABRE A LINHA DE SALDO ZERADA.
       0265-ABRIR-SALDO.
           IF NOT SALDO-ACHADO
               IF WRK-QT-SALDOS >= WRK-LIMITE-SALDOS
                   DISPLAY 'TABELA DE SALDOS CHEIA - NADA GRAVADO'
               ELSE
                   ADD 1 TO WRK-QT-SALDOS
                   MOVE WRK-QT-SALDOS TO WRK-IX-STQ
                   SET IX-STQ TO WRK-IX-STQ
                   MOVE WRK-MATERIAL TO TB-STQ-CODIGO (IX-STQ)
                   MOVE WRK-LOCAL    TO TB-STQ-LOCAL (IX-STQ)
                   MOVE ZEROS        TO TB-STQ-SALDO (IX-STQ)
                   MOVE 'S' TO WRK-SALDO-ACHADO
               END-IF
           END-IF.

      *    LOCALIZA A LINHA DO QUE A ORDEM RECEBEU, ABRINDO UMA
      *    ZERADA NO PRIMEIRO MOVIMENTO DA ORDEM.
       0270-LOCALIZAR-RECEBIDO.
           PERFORM 0275-PROCURAR-RECEBIDO-EXISTENTE.
           IF NOT REC-ACHADO
               IF WRK-QT-RECEBIDOS < WRK-LIMITE-RECEBIDOS
                   ADD 1 TO WRK-QT-RECEBIDOS
                   MOVE WRK-QT-RECEBIDOS TO WRK-IX-REC
                   SET IX-REC TO WRK-IX-REC
                   MOVE WRK-JOB      TO TB-REC-JOB (IX-REC)
                   MOVE WRK-AMBIENTE TO TB-REC-AMBIENTE (IX-REC)
                   MOVE ZEROS        TO TB-REC-QUANTIDADE (IX-REC)
                   MOVE ZEROS        TO TB-REC-VALOR (IX-REC)
                   MOVE 'S' TO WRK-REC-ACHADO
               END-IF
           END-IF.

       0275-PROCURAR-RECEBIDO-EXISTENTE.
           MOVE 'N' TO WRK-REC-ACHADO.
           MOVE ZEROS TO WRK-IX-REC.
           PERFORM 0276-PROCURAR-RECEBIDO
               VARYING IX-REC FROM 1 BY 1
               UNTIL IX-REC > WRK-QT-RECEBIDOS OR REC-ACHADO.

       0276-PROCURAR-RECEBIDO.
           IF TB-REC-JOB (IX-REC) = WRK-JOB
              AND TB-REC-AMBIENTE (IX-REC) = WRK-AMBIENTE
               MOVE 'S' TO WRK-REC-ACHADO
               SET WRK-IX-REC TO IX-REC
           END-IF.

      *    MATERIAL SEM CUSTO MEDIO NO STOCKCST SAI A CUSTO ZERO,
      *    AVISADO - O CONSUMO DA ORDEM FICA SO EM QUANTIDADE.
       0280-BUSCAR-CUSTO-MEDIO.
           MOVE ZEROS TO WRK-CUSTO-UNITARIO.
           MOVE 'N' TO WRK-SALDO-ACHADO.
           PERFORM 0281-PROCURAR-CUSTO
               VARYING IX-CST FROM 1 BY 1
               UNTIL IX-CST > WRK-QT-CUSTOS OR SALDO-ACHADO.
           IF NOT SALDO-ACHADO
               DISPLAY 'ATENCAO: MATERIAL ' WRK-MATERIAL
                   ' SEM CUSTO MEDIO NO STOCKCST - CUSTO ZERO'
           ELSE
               MOVE WRK-CUSTO-UNITARIO TO WRK-CUSTO-ED
               DISPLAY 'CUSTO MEDIO ' WRK-CUSTO-ED
           END-IF.

       0281-PROCURAR-CUSTO.
           IF TB-CST-CODIGO (IX-CST) = WRK-MATERIAL
               MOVE TB-CST-MEDIO (IX-CST) TO WRK-CUSTO-UNITARIO
               MOVE 'S' TO WRK-SALDO-ACHADO
           END-IF.

       0290-GRAVAR-MOVIMENTO.
           SET IX-WO TO WRK-IX-WO.
           MOVE WRK-JOB                TO MOV-JOB.
           MOVE TB-WO-COTACAO (IX-WO)  TO MOV-COTACAO.
           MOVE WRK-AMBIENTE           TO MOV-AMBIENTE.
           MOVE WRK-MATERIAL           TO MOV-MATERIAL.
           MOVE WRK-LOCAL              TO MOV-LOCAL.
           MOVE WRK-QUANTIDADE         TO MOV-QUANTIDADE.
           MOVE WRK-CUSTO-UNITARIO     TO MOV-CUSTO-UNITARIO.
           MOVE WRK-VALOR              TO MOV-VALOR.
           MOVE WRK-DATA-HOJE          TO MOV-DATA.
           MOVE WRK-USUARIO            TO MOV-OPERADOR.
           MOVE SPACES TO MOV-SEP1 MOV-SEP2 MOV-SEP3 MOV-SEP4
               MOV-SEP5 MOV-SEP6 MOV-SEP7 MOV-SEP8 MOV-SEP9
               MOV-SEP10.
           WRITE MATERIAL-MOVE-RECORD.
           ADD 1 TO WRK-QT-MOVIMENTOS.
           MOVE 'S' TO WRK-ALTERADO.

      *    O VALOR DO MOVIMENTO SOMA NA LINHA DO LOCAL; O LOCAL JA
      *    FOI CONFERIDO CONTRA O STOREMST, QUE CABE NA TABELA.
       0295-LOCALIZAR-LOCAL-CONTABIL.
           MOVE 'N' TO WRK-CTB-ACHADO.
           MOVE ZEROS TO WRK-IX-CTB.
           PERFORM 0296-PROCURAR-LOCAL-CONTABIL
               VARYING IX-CTB FROM 1 BY 1
               UNTIL IX-CTB > WRK-QT-LOCAIS-CONTABIL OR CTB-ACHADO.
           IF NOT CTB-ACHADO AND WRK-QT-LOCAIS-CONTABIL < 50
               ADD 1 TO WRK-QT-LOCAIS-CONTABIL
               MOVE WRK-QT-LOCAIS-CONTABIL TO WRK-IX-CTB
               SET IX-CTB TO WRK-IX-CTB
               MOVE WRK-LOCAL TO TB-CTB-LOCAL (IX-CTB)
               MOVE ZEROS     TO TB-CTB-VALOR (IX-CTB)
               MOVE 'S' TO WRK-CTB-ACHADO
           END-IF.

       0296-PROCURAR-LOCAL-CONTABIL.
           IF TB-CTB-LOCAL (IX-CTB) = WRK-LOCAL
               MOVE 'S' TO WRK-CTB-ACHADO
               SET WRK-IX-CTB TO IX-CTB
           END-IF.

      *    O SALDO SO E REGRAVADO QUANDO ALGO MUDOU; UMA SESSAO SO
      *    DE CONSULTA NAO TOCA NO ARQUIVO.
       0300-FINALIZAR.
           CLOSE MATERIAL-MOVE-FILE.
           IF SALDO-ALTERADO
               OPEN OUTPUT STOCK-BALANCE-FILE
               PERFORM 0310-GRAVAR-SALDO
                   VARYING IX-STQ FROM 1 BY 1
                   UNTIL IX-STQ > WRK-QT-SALDOS
               CLOSE STOCK-BALANCE-FILE
               PERFORM 0320-GRAVAR-LOTE-CONTABIL
               MOVE 'G' TO WRK-LOT-FUNCAO
               CALL 'LOTRTN' USING WRK-LOT-FUNCAO WRK-MATERIAL
                   WRK-LOCAL WRK-LOT-LOTE WRK-LOT-VALIDADE
                   WRK-LOT-QUANTIDADE WRK-LOT-SEM-LOTE
               END-CALL
           END-IF.
           DISPLAY 'MOVIMENTOS GRAVADOS : ' WRK-QT-MOVIMENTOS.
           DISPLAY 'FIM DA REQUISICAO DE MATERIAL'.

       0310-GRAVAR-SALDO.
           INITIALIZE STOCK-BALANCE-RECORD.
           MOVE TB-STQ-CODIGO (IX-STQ) TO STQ-CODIGO.
           MOVE TB-STQ-SALDO (IX-STQ)  TO STQ-SALDO.
           MOVE TB-STQ-LOCAL (IX-STQ)  TO STQ-LOCAL.
           WRITE STOCK-BALANCE-RECORD.

      *    LOTE DO MATERIAL: UM PAR DE LINHAS POR LOCAL COM VALOR
      *    LIQUIDO. SESSAO SEM VALOR (MATERIAL SEM CUSTO MEDIO, OU
      *    REQUISICAO DEVOLVIDA POR INTEIRO) NAO GERA LOTE NEM
      *    CONSOME SEQUENCIA.
       0320-GRAVAR-LOTE-CONTABIL.
           MOVE ZEROS TO WRK-QT-LINHAS-LOTE.
           PERFORM 0325-CONTAR-LINHAS-LOTE
               VARYING IX-CTB FROM 1 BY 1
               UNTIL IX-CTB > WRK-QT-LOCAIS-CONTABIL.
           IF WRK-QT-LINHAS-LOTE = ZEROS
               DISPLAY 'MOVIMENTOS SEM VALOR AO CUSTO MEDIO - '
                   'NENHUM LOTE CONTABIL GRAVADO'
           ELSE
               PERFORM 0321-LER-SEQUENCIA
               OPEN OUTPUT LEDGER-TRANSACTION-FILE
               INITIALIZE LEDGER-BATCH-HEADER
               MOVE 'H'               TO LOTE-H-TIPO
               MOVE WRK-LOTE-MATERIAL TO LOTE-H-LOTE
               MOVE WRK-DATA-HOJE     TO LOTE-H-DATA
               WRITE LEDGER-BATCH-HEADER
               MOVE ZEROS TO WRK-QT-LINHAS-LOTE
               PERFORM 0322-LANCAR-LOCAL
                   VARYING IX-CTB FROM 1 BY 1
                   UNTIL IX-CTB > WRK-QT-LOCAIS-CONTABIL
               INITIALIZE LEDGER-BATCH-TRAILER
               MOVE 'T'                TO LOTE-T-TIPO
               MOVE WRK-QT-LINHAS-LOTE TO LOTE-T-QT-PREVISTA
               MOVE WRK-SOMA-DEBITOS   TO LOTE-T-TOTAL-DEBITOS
               MOVE WRK-SOMA-CREDITOS  TO LOTE-T-TOTAL-CREDITOS
               WRITE LEDGER-BATCH-TRAILER
               CLOSE LEDGER-TRANSACTION-FILE
               PERFORM 0324-GRAVAR-SEQUENCIA
               DISPLAY 'LOTE ' WRK-LOTE-MATERIAL ' GRAVADO COM '
                   WRK-QT-LINHAS-LOTE ' LINHA(S) - SEGUE PARA O '
                   'LEDGEDIT/POSTING'
           END-IF.

       0325-CONTAR-LINHAS-LOTE.
           IF TB-CTB-VALOR (IX-CTB) NOT = ZEROS
               ADD 2 TO WRK-QT-LINHAS-LOTE
           END-IF.

       0321-LER-SEQUENCIA.
           OPEN INPUT LEDGER-SEQUENCE-FILE.
           IF WRK-SEQ-STATUS = '00'
               READ LEDGER-SEQUENCE-FILE
                   AT END MOVE ZEROS TO WRK-SEQUENCIA
                   NOT AT END
                       MOVE LEDGER-SEQUENCE-RECORD
                           TO WRK-SEQUENCIA
               END-READ
               CLOSE LEDGER-SEQUENCE-FILE
           ELSE
               MOVE ZEROS TO WRK-SEQUENCIA
           END-IF.
           ADD 1 TO WRK-SEQUENCIA.
           MOVE WRK-SEQUENCIA TO WRK-LOTE-SEQUENCIA.

      *    REQUISICAO LIQUIDA E CUSTO DO SERVICO CONTRA O ESTOQUE;
      *    DEVOLUCAO LIQUIDA VOLTA AO ESTOQUE E REDUZ O CUSTO. A
      *    LOJA VAI NA LINHA DE CUSTO, PARA O RESULTADO POR LOJA.
       0322-LANCAR-LOCAL.
           IF TB-CTB-VALOR (IX-CTB) > ZEROS
               MOVE TB-CTB-VALOR (IX-CTB)   TO WRK-LANC-VALOR
               MOVE WRK-CONTA-CUSTO-SERVICO TO WRK-LANC-CONTA
               MOVE 'D'                     TO WRK-LANC-TIPO
               MOVE TB-CTB-LOCAL (IX-CTB)   TO WRK-LANC-LOJA
               PERFORM 0323-GRAVAR-LANCAMENTO
               MOVE WRK-CONTA-ESTOQUE       TO WRK-LANC-CONTA
               MOVE 'C'                     TO WRK-LANC-TIPO
               PERFORM 0323-GRAVAR-LANCAMENTO
           END-IF.
           IF TB-CTB-VALOR (IX-CTB) < ZEROS
               COMPUTE WRK-LANC-VALOR = TB-CTB-VALOR (IX-CTB) * -1
               MOVE WRK-CONTA-ESTOQUE       TO WRK-LANC-CONTA
               MOVE 'D'                     TO WRK-LANC-TIPO
               PERFORM 0323-GRAVAR-LANCAMENTO
               MOVE WRK-CONTA-CUSTO-SERVICO TO WRK-LANC-CONTA
               MOVE 'C'                     TO WRK-LANC-TIPO
               MOVE TB-CTB-LOCAL (IX-CTB)   TO WRK-LANC-LOJA
               PERFORM 0323-GRAVAR-LANCAMENTO
           END-IF.

       0323-GRAVAR-LANCAMENTO.
           INITIALIZE TRANSACTION-RECORD.
           MOVE 'D'            TO TRAN-REG-TIPO.
           MOVE WRK-LANC-CONTA TO TRAN-CONTA.
           MOVE WRK-LANC-TIPO  TO TRAN-TIPO.
           MOVE WRK-LANC-VALOR TO TRAN-VALOR.
           MOVE WRK-LANC-LOJA  TO TRAN-LOJA.
           WRITE TRANSACTION-RECORD.
           MOVE SPACES TO WRK-LANC-LOJA.
           ADD 1 TO WRK-QT-LINHAS-LOTE.
           IF WRK-LANC-TIPO = 'D'
               ADD WRK-LANC-VALOR TO WRK-SOMA-DEBITOS
           ELSE
               ADD WRK-LANC-VALOR TO WRK-SOMA-CREDITOS
           END-IF.

       0324-GRAVAR-SEQUENCIA.
           OPEN OUTPUT LEDGER-SEQUENCE-FILE.
           MOVE WRK-SEQUENCIA TO LEDGER-SEQUENCE-RECORD.
           WRITE LEDGER-SEQUENCE-RECORD.
           CLOSE LEDGER-SEQUENCE-FILE.
