      *
      *    MODIFICATION HISTORY
      *    02/09/2026  LCW  VERSAO INICIAL.
      *    15/10/2026  LCW  INVENTARIO POR LOCAL: A CONTAGEM TRAZ A
      *                     LOJA OU DEPOSITO (CNT-LOCAL) E CONFRONTA
      *                     O SALDO DAQUELE LOCAL; O AJUSTE NA
      *                     TRILHA STOCKADJ GUARDA O LOCAL. LINHA
      *                     SEM LOCAL E DO LOCAL PRINCIPAL (LOCPRTN).
      *                     TABELA DE SALDOS AMPLIADA PARA 500.
      *    15/10/2026  LCW  LOTES: AJUSTE PARA MENOS CONSOME OS
      *                     LOTES DO LOCAL DO PRIMEIRO A VENCER EM
      *                     DIANTE (ROTINA LOTRTN); SOBRA ACHADA NA
      *                     CONTAGEM ENTRA COMO ESTOQUE SEM LOTE.
      *                     LAYOUT DA TRILHA STOCKADJ PASSOU PARA O
      *                     COPYBOOK STOCKADJ.cob (TAMBEM GRAVADA
      *                     PELO LOTEXPIR).
      *    15/10/2026  LCW  INVENTARIO CICLICO: A DATA DA ULTIMA
      *                     CONTAGEM DE CADA PRODUTO/LOCAL FICA NO
      *                     CICLOCNT E O RELATORIO TERMINA COM A
      *                     LISTA DO QUE JA DEVE SER CONTADO, PELO
      *                     PRAZO DA CLASSE ABC DO PRODUTO (CICLPARM,
      *                     PADRAO A=30, B=90, C=180 DIAS).
      *    15/10/2026  LCW  AJUSTE DO INVENTARIO NO RAZAO: A
      *                     DIFERENCA E VALORIZADA PELO CUSTO MEDIO
      *                     (STOCKCST) E, NO FIM, UM LOTE LEDGTRAN
      *                     ('IV' + SEQUENCIA LEDGSEQ, COMO O
      *                     JRNENTRY) LANCA, POR LOCAL, A FALTA
      *                     (D PERDAS DE ESTOQUE / C ESTOQUE) OU A
      *                     SOBRA (D ESTOQUE / C PERDAS DE ESTOQUE),
      *                     PARA O LEDGEDIT E O POSTING.
      *    15/10/2026  LCW  CONTAS DOS LANCAMENTOS PELA TABELA DE
      *                     REGRAS CONTABEIS (REGRACTB, ROTINA
      *                     REGRARTN); OS VALORES FIXOS FICAM COMO
      *                     CONTA PADRAO SEM A TABELA.
      **********************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ADJ-STATUS.

           SELECT CYCLE-COUNT-FILE ASSIGN TO 'CICLOCNT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CIC-STATUS.

           SELECT CYCLE-PARM-FILE ASSIGN TO 'CICLPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARM-STATUS.

           SELECT STOCK-COST-FILE ASSIGN TO 'STOCKCST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CST-STATUS.

           SELECT LEDGER-TRANSACTION-FILE ASSIGN TO 'LEDGTRAN'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LEDGER-SEQUENCE-FILE ASSIGN TO 'LEDGSEQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-COUNT-FILE.
           COPY 'PRODMAST.cob'.

       FD  STOCK-ADJUST-FILE.
           COPY 'STOCKADJ.cob'.

       FD  CYCLE-COUNT-FILE.
           COPY 'CICLOCNT.cob'.

      *    PRAZO EM DIAS ENTRE CONTAGENS DAS CLASSES A, B E C
       FD  CYCLE-PARM-FILE.
       01  CYCLE-PARM-RECORD.
           02  CIC-PARM-PRAZO-A       PIC 9(03).
           02  CIC-PARM-PRAZO-B       PIC 9(03).
           02  CIC-PARM-PRAZO-C       PIC 9(03).

       FD  STOCK-COST-FILE.
           COPY 'STOCKCST.cob'.

       FD  LEDGER-TRANSACTION-FILE.
           COPY 'LEDGTRAN.cob'.

       FD  LEDGER-SEQUENCE-FILE.
       01  LEDGER-SEQUENCE-RECORD     PIC 9(06).

       WORKING-STORAGE SECTION.
       77  WRK-CNT-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-STQ-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-PROD-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-ADJ-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-CIC-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-PARM-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-CST-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-SEQ-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.
       77  WRK-STQ-EOF                PIC X(01) VALUE 'N'.
           88  FIM-SALDOS                       VALUE 'S'.
       77  WRK-PROD-EOF               PIC X(01) VALUE 'N'.
           88  FIM-PRODUTOS                     VALUE 'S'.
       77  WRK-CIC-EOF                PIC X(01) VALUE 'N'.
           88  FIM-CICLOS                       VALUE 'S'.
       77  WRK-CST-EOF                PIC X(01) VALUE 'N'.
           88  FIM-CUSTOS                       VALUE 'S'.

       77  WRK-DATA-MOVIMENTO         PIC 9(08) VALUE ZEROS.
       77  WRK-USUARIO                PIC X(20) VALUE SPACES.
       77  WRK-LOCAL-PRINCIPAL        PIC X(10) VALUE SPACES.
       77  WRK-LOCAL-CONTAGEM         PIC X(10) VALUE SPACES.
      *    PARAMETROS DA ROTINA DE LOTES (LOTRTN)
       77  WRK-LOT-FUNCAO             PIC X(01) VALUE SPACES.
       77  WRK-LOT-CODIGO             PIC X(06) VALUE SPACES.
       77  WRK-LOT-LOTE               PIC X(10) VALUE SPACES.
       77  WRK-LOT-VALIDADE           PIC 9(08) VALUE ZEROS.
       77  WRK-LOT-QUANTIDADE         PIC 9(07) VALUE ZEROS.
       77  WRK-LOT-SEM-LOTE           PIC 9(07) VALUE ZEROS.

      *    SALDOS (POR PRODUTO E LOCAL) E PRECOS CARREGADOS NA
      *    INICIALIZACAO
       01  TB-ESTOQUE-TABELA.
           02  TB-ESTOQUE OCCURS 500 TIMES INDEXED BY IX-STQ.
               03  TB-STQ-CODIGO      PIC X(06).
               03  TB-STQ-LOCAL       PIC X(10).
               03  TB-STQ-SALDO       PIC S9(07).
               03  TB-STQ-PRECO       PIC 9(05)V99.
               03  TB-STQ-AJUSTADO    PIC X(01).
               03  TB-STQ-CLASSE      PIC X(01).
               03  TB-STQ-ULT-CONTAGEM PIC 9(08).
               03  TB-STQ-CUSTO       PIC 9(05)V99.
       77  WRK-QT-SALDOS              PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-SALDOS          PIC 9(03) VALUE 500.
       77  WRK-STQ-ACHADO             PIC X(01) VALUE 'N'.
           88  STQ-ACHADO                       VALUE 'S'.
       77  WRK-IX-STQ                 PIC 9(03) VALUE ZEROS.

      *    INVENTARIO CICLICO: PRAZO ENTRE CONTAGENS POR CLASSE ABC
       77  WRK-PRAZO-A                PIC 9(03) VALUE 030.
       77  WRK-PRAZO-B                PIC 9(03) VALUE 090.
       77  WRK-PRAZO-C                PIC 9(03) VALUE 180.
       77  WRK-PRAZO                  PIC 9(03) VALUE ZEROS.
       77  WRK-DIA-MOVIMENTO          PIC 9(07) VALUE ZEROS.
       77  WRK-DIA-VENCIMENTO         PIC 9(07) VALUE ZEROS.
       77  WRK-QT-A-CONTAR            PIC 9(05) VALUE ZEROS.
       77  WRK-ULT-CONTAGEM-ED        PIC X(08) VALUE SPACES.

       77  WRK-QT-CONTADOS            PIC 9(05) VALUE ZEROS.
       77  WRK-QT-AJUSTES             PIC 9(05) VALUE ZEROS.
       77  WRK-QT-REJEITADOS          PIC 9(05) VALUE ZEROS.
       77  WRK-DIF-ED                 PIC -(6)9 VALUE ZEROS.
       77  WRK-VALOR-ED               PIC -(9)9,99 VALUE ZEROS.

      *    AJUSTE CONTABIL: A DIFERENCA AO CUSTO MEDIO, SOMADA POR
      *    LOCAL (A LOJA VAI NA LINHA DE PERDAS, PARA O RESULTADO
      *    POR LOJA), E O LOTE LEDGTRAN GRAVADO NO FIM
       77  WRK-CONTA-ESTOQUE          PIC 9(06) VALUE 150100.
       77  WRK-CONTA-PERDAS           PIC 9(06) VALUE 540600.
       77  WRK-CUSTO-DIFERENCA        PIC S9(09)V99 VALUE ZEROS.
       77  WRK-TOT-CUSTO-DIF          PIC S9(11)V99 VALUE ZEROS.
       01  TB-AJUSTE-TABELA.
           02  TB-AJUSTE OCCURS 50 TIMES INDEXED BY IX-AJU.
               03  TB-AJU-LOCAL       PIC X(10).
               03  TB-AJU-VALOR       PIC S9(09)V99.
       77  WRK-QT-LOCAIS-AJUSTE       PIC 9(02) VALUE ZEROS.
       77  WRK-AJU-ACHADO             PIC X(01) VALUE 'N'.
           88  AJU-ACHADO                       VALUE 'S'.
       77  WRK-IX-AJU                 PIC 9(02) VALUE ZEROS.
       77  WRK-SEQUENCIA              PIC 9(06) VALUE ZEROS.
       01  WRK-LOTE-INVENTARIO.
           02  WRK-LOTE-PREFIXO       PIC X(02) VALUE 'IV'.
           02  WRK-LOTE-SEQUENCIA     PIC 9(06).
       77  WRK-LANC-CONTA             PIC 9(06) VALUE ZEROS.
       77  WRK-LANC-TIPO              PIC X(01) VALUE SPACES.
       77  WRK-LANC-VALOR             PIC 9(07)V99 VALUE ZEROS.
       77  WRK-LANC-LOJA              PIC X(10) VALUE SPACES.
       77  WRK-QT-LINHAS-LOTE         PIC 9(05) VALUE ZEROS.
       77  WRK-SOMA-DEBITOS           PIC 9(11)V99 VALUE ZEROS.
       77  WRK-SOMA-CREDITOS          PIC 9(11)V99 VALUE ZEROS.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'STOCKTAK'.
       77  WRK-REGRA-EVENTO           PIC X(15) VALUE SPACES.
       77  WRK-REGRA-LADO             PIC X(01) VALUE SPACES.
       77  WRK-REFERENCIA-LOG         PIC X(20) VALUE SPACES.
       77  WRK-MOTIVO-LOG             PIC X(40) VALUE SPACES.
       77  WRK-RPT-FUNCAO             PIC X(01) VALUE SPACES.
           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0101-DETERMINAR-CONTAS.
           DISPLAY '==== INVENTARIO FISICO DE ESTOQUE ===='.
           CALL 'RUNDTRTN' USING WRK-DATA-MOVIMENTO END-CALL.
           CALL 'OPERRTN' USING WRK-USUARIO END-CALL.
           CALL 'LOCPRTN' USING WRK-LOCAL-PRINCIPAL END-CALL.
           MOVE 'I' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           PERFORM 0110-CARREGAR-SALDOS.
           PERFORM 0120-CARREGAR-PRECOS.
           PERFORM 0125-CARREGAR-CUSTOS.
           INITIALIZE TB-AJUSTE-TABELA.
           PERFORM 0140-CARREGAR-CICLOS.
           PERFORM 0150-LER-PRAZOS.
           PERFORM 0130-ABRIR-AJUSTES.
           OPEN INPUT STOCK-COUNT-FILE.
           IF WRK-CNT-STATUS = '35'
               END-READ
           END-IF.

      *    CONTA DE CADA EVENTO DO LOTE CONTABIL PELA TABELA DE REGRAS
      *    (REGRACTB); SEM REGRA FICA O VALOR FIXO DO PROGRAMA.
       0101-DETERMINAR-CONTAS.
           MOVE 'AJUSTE-INVENT' TO WRK-REGRA-EVENTO.
           MOVE 'D' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-PERDAS
           END-CALL.
           MOVE 'AJUSTE-INVENT' TO WRK-REGRA-EVENTO.
           MOVE 'C' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-ESTOQUE
           END-CALL.

       0110-CARREGAR-SALDOS.
           OPEN INPUT STOCK-BALANCE-FILE.
           IF WRK-STQ-STATUS = '35'
           END-IF.

       0111-LER-SALDO.
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
               MOVE ZEROS      TO TB-STQ-PRECO (IX-STQ)
               MOVE 'N'        TO TB-STQ-AJUSTADO (IX-STQ)
               MOVE SPACES     TO TB-STQ-CLASSE (IX-STQ)
               MOVE ZEROS      TO TB-STQ-ULT-CONTAGEM (IX-STQ)
               MOVE ZEROS      TO TB-STQ-CUSTO (IX-STQ)
           END-IF.
           READ STOCK-BALANCE-FILE
               AT END MOVE 'S' TO WRK-STQ-EOF
       0122-CASAR-PRECO.
           IF TB-STQ-CODIGO (IX-STQ) = PROD-CODIGO
               MOVE PROD-PRECO TO TB-STQ-PRECO (IX-STQ)
               MOVE PROD-CLASSE-ABC TO TB-STQ-CLASSE (IX-STQ)
           END-IF.

      *    CUSTO MEDIO DO FECHAMENTO (STOCKCST), BASE DO AJUSTE
      *    CONTABIL; PRODUTO SEM CUSTO GRAVADO AJUSTA A CUSTO ZERO,
      *    COMO NA VALORIZACAO DO STOCKVAL.
       0125-CARREGAR-CUSTOS.
           OPEN INPUT STOCK-COST-FILE.
           IF WRK-CST-STATUS = '35'
               MOVE 'S' TO WRK-CST-EOF
           ELSE
               READ STOCK-COST-FILE
                   AT END MOVE 'S' TO WRK-CST-EOF
               END-READ
               PERFORM 0126-LER-CUSTO UNTIL FIM-CUSTOS
               CLOSE STOCK-COST-FILE
           END-IF.

       0126-LER-CUSTO.
           PERFORM 0127-CASAR-CUSTO
               VARYING IX-STQ FROM 1 BY 1
               UNTIL IX-STQ > WRK-QT-SALDOS.
           READ STOCK-COST-FILE
               AT END MOVE 'S' TO WRK-CST-EOF
           END-READ.

       0127-CASAR-CUSTO.
           IF TB-STQ-CODIGO (IX-STQ) = CST-CODIGO
               MOVE CST-CUSTO-MEDIO TO TB-STQ-CUSTO (IX-STQ)
           END-IF.

      *    UM ARQUIVO DE TRILHA EM LINE SEQUENTIAL PRECISA EXISTIR
               OPEN EXTEND STOCK-ADJUST-FILE
           END-IF.

       0140-CARREGAR-CICLOS.
           OPEN INPUT CYCLE-COUNT-FILE.
           IF WRK-CIC-STATUS = '35'
               MOVE 'S' TO WRK-CIC-EOF
           ELSE
               READ CYCLE-COUNT-FILE
                   AT END MOVE 'S' TO WRK-CIC-EOF
               END-READ
               PERFORM 0141-LER-CICLO UNTIL FIM-CICLOS
               CLOSE CYCLE-COUNT-FILE
           END-IF.

      *    DATA DE CONTAGEM DE PRODUTO/LOCAL QUE SAIU DO STOCKBAL
      *    SE PERDE NA REGRAVACAO: SEM SALDO NAO HA O QUE CONTAR.
       0141-LER-CICLO.
           PERFORM 0142-CASAR-CICLO
               VARYING IX-STQ FROM 1 BY 1
               UNTIL IX-STQ > WRK-QT-SALDOS.
           READ CYCLE-COUNT-FILE
               AT END MOVE 'S' TO WRK-CIC-EOF
           END-READ.

       0142-CASAR-CICLO.
           IF TB-STQ-CODIGO (IX-STQ) = CIC-CODIGO
              AND TB-STQ-LOCAL (IX-STQ) = CIC-LOCAL
              AND CIC-DATA IS NUMERIC
               MOVE CIC-DATA TO TB-STQ-ULT-CONTAGEM (IX-STQ)
           END-IF.

      *    SEM O ARQUIVO DE PARAMETRO OS PRAZOS SAO 30/90/180 DIAS.
       0150-LER-PRAZOS.
           OPEN INPUT CYCLE-PARM-FILE.
           IF WRK-PARM-STATUS = '00'
               READ CYCLE-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CYCLE-PARM-RECORD IS NUMERIC
                           MOVE CIC-PARM-PRAZO-A TO WRK-PRAZO-A
                           MOVE CIC-PARM-PRAZO-B TO WRK-PRAZO-B
                           MOVE CIC-PARM-PRAZO-C TO WRK-PRAZO-C
                       END-IF
               END-READ
               CLOSE CYCLE-PARM-FILE
           END-IF.

       0200-PROCESSAR.
           ADD 1 TO WRK-QT-CONTADOS.
           IF CNT-LOCAL = SPACES
               MOVE WRK-LOCAL-PRINCIPAL TO WRK-LOCAL-CONTAGEM
           ELSE
               MOVE CNT-LOCAL TO WRK-LOCAL-CONTAGEM
           END-IF.
           PERFORM 0210-LOCALIZAR-SALDO.
           IF NOT STQ-ACHADO
               ADD 1 TO WRK-QT-REJEITADOS
               DISPLAY 'PRODUTO ' CNT-CODIGO ' CONTADO SEM SALDO '
                   'NO STOCKBAL EM ' WRK-LOCAL-CONTAGEM
                   ' - LINHA REJEITADA'
               MOVE CNT-CODIGO TO WRK-REFERENCIA-LOG
               MOVE 'CONTAGEM DE PRODUTO SEM SALDO GRAVADO'
                   TO WRK-MOTIVO-LOG

       0211-PROCURAR-SALDO.
           IF TB-STQ-CODIGO (IX-STQ) = CNT-CODIGO
              AND TB-STQ-LOCAL (IX-STQ) = WRK-LOCAL-CONTAGEM
               MOVE 'S' TO WRK-STQ-ACHADO
               SET WRK-IX-STQ TO IX-STQ
           END-IF.

       0220-APURAR-DIVERGENCIA.
           SET IX-STQ TO WRK-IX-STQ.
           MOVE WRK-DATA-MOVIMENTO TO TB-STQ-ULT-CONTAGEM (IX-STQ).
           COMPUTE WRK-DIFERENCA =
               CNT-QUANTIDADE - TB-STQ-SALDO (IX-STQ).
           IF WRK-DIFERENCA = ZEROS
               DISPLAY 'PRODUTO ' CNT-CODIGO ' EM '
                   WRK-LOCAL-CONTAGEM ' CONFERE'
           ELSE
               COMPUTE WRK-VALOR-DIFERENCA =
                   WRK-DIFERENCA * TB-STQ-PRECO (IX-STQ)
               ADD WRK-VALOR-DIFERENCA TO WRK-TOT-VALOR-DIF
               PERFORM 0230-IMPRIMIR-DIVERGENCIA
               PERFORM 0240-APLICAR-AJUSTE
               PERFORM 0260-ACUMULAR-AJUSTE-LOCAL
           END-IF.

       0230-IMPRIMIR-DIVERGENCIA.
           MOVE WRK-DIFERENCA TO WRK-DIF-ED.
           MOVE WRK-VALOR-DIFERENCA TO WRK-VALOR-ED.
           DISPLAY 'PRODUTO ' CNT-CODIGO
               ' LOCAL ' WRK-LOCAL-CONTAGEM
               ' SALDO ' TB-STQ-SALDO (IX-STQ)
               ' CONTADO ' CNT-QUANTIDADE
               ' DIFERENCA ' WRK-DIF-ED
               ' VALOR ' WRK-VALOR-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'PRODUTO ' CNT-CODIGO
               ' LOCAL ' WRK-LOCAL-CONTAGEM
               ' DIFERENCA ' WRK-DIF-ED
               ' VALOR ' WRK-VALOR-ED
               ' MOTIVO ' CNT-MOTIVO
           MOVE CNT-QUANTIDADE          TO ADJ-SALDO-DEPOIS.
           MOVE CNT-MOTIVO              TO ADJ-MOTIVO.
           MOVE WRK-USUARIO             TO ADJ-OPERADOR.
           MOVE WRK-LOCAL-CONTAGEM      TO ADJ-LOCAL.
           WRITE STOCK-ADJUST-RECORD.
           IF WRK-DIFERENCA < ZEROS
               PERFORM 0250-BAIXAR-LOTES
           END-IF.
           MOVE CNT-QUANTIDADE TO TB-STQ-SALDO (IX-STQ).
           MOVE 'S' TO TB-STQ-AJUSTADO (IX-STQ).

      *    A FALTA APURADA NA CONTAGEM SAI DOS LOTES DO LOCAL DO
      *    PRIMEIRO A VENCER EM DIANTE, COMO UMA VENDA.
       0250-BAIXAR-LOTES.
           MOVE 'S'        TO WRK-LOT-FUNCAO.
           MOVE CNT-CODIGO TO WRK-LOT-CODIGO.
           MOVE SPACES     TO WRK-LOT-LOTE.
           MOVE ZEROS      TO WRK-LOT-VALIDADE.
           COMPUTE WRK-LOT-QUANTIDADE = ZEROS - WRK-DIFERENCA.
           CALL 'LOTRTN' USING WRK-LOT-FUNCAO WRK-LOT-CODIGO
               WRK-LOCAL-CONTAGEM WRK-LOT-LOTE WRK-LOT-VALIDADE
               WRK-LOT-QUANTIDADE WRK-LOT-SEM-LOTE
           END-CALL.

      *    DIFERENCA AO CUSTO MEDIO SOMADA NO LOCAL DA CONTAGEM;
      *    LOCAL QUE NAO COUBE NA TABELA VAI PARA O ULTIMO SLOT,
      *    PARA O LOTE NAO PERDER VALOR.
       0260-ACUMULAR-AJUSTE-LOCAL.
           COMPUTE WRK-CUSTO-DIFERENCA =
               WRK-DIFERENCA * TB-STQ-CUSTO (IX-STQ).
           ADD WRK-CUSTO-DIFERENCA TO WRK-TOT-CUSTO-DIF.
           MOVE 'N' TO WRK-AJU-ACHADO.
           PERFORM 0261-PROCURAR-AJUSTE-LOCAL
               VARYING IX-AJU FROM 1 BY 1
               UNTIL IX-AJU > WRK-QT-LOCAIS-AJUSTE OR AJU-ACHADO.
           IF AJU-ACHADO
               SET IX-AJU TO WRK-IX-AJU
           ELSE
               IF WRK-QT-LOCAIS-AJUSTE < 50
                   ADD 1 TO WRK-QT-LOCAIS-AJUSTE
               END-IF
               SET IX-AJU TO WRK-QT-LOCAIS-AJUSTE
               IF TB-AJU-LOCAL (IX-AJU) = SPACES
                   MOVE WRK-LOCAL-CONTAGEM TO TB-AJU-LOCAL (IX-AJU)
               END-IF
           END-IF.
           ADD WRK-CUSTO-DIFERENCA TO TB-AJU-VALOR (IX-AJU).

       0261-PROCURAR-AJUSTE-LOCAL.
           IF TB-AJU-LOCAL (IX-AJU) = WRK-LOCAL-CONTAGEM
               MOVE 'S' TO WRK-AJU-ACHADO
               SET WRK-IX-AJU TO IX-AJU
           END-IF.

       0300-FINALIZAR.
           IF WRK-CNT-STATUS NOT = '35'
               CLOSE STOCK-COUNT-FILE
           CLOSE STOCK-ADJUST-FILE.
           IF WRK-QT-AJUSTES > ZEROS
               PERFORM 0310-REGRAVAR-SALDOS
               PERFORM 0340-GRAVAR-LOTE-CONTABIL
               MOVE 'G' TO WRK-LOT-FUNCAO
               CALL 'LOTRTN' USING WRK-LOT-FUNCAO WRK-LOT-CODIGO
                   WRK-LOCAL-CONTAGEM WRK-LOT-LOTE WRK-LOT-VALIDADE
                   WRK-LOT-QUANTIDADE WRK-LOT-SEM-LOTE
               END-CALL
           END-IF.
           DISPLAY ' ---------------------- '.
           DISPLAY 'PRODUTOS CONTADOS  : ' WRK-QT-CONTADOS.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           IF WRK-QT-CONTADOS > WRK-QT-REJEITADOS
               PERFORM 0320-GRAVAR-CICLOS
           END-IF.
           PERFORM 0330-LISTAR-A-CONTAR.
           MOVE 'F' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           DISPLAY ' FIM DO INVENTARIO FISICO '.

      *    LOTE DO AJUSTE: UM PAR DE LINHAS POR LOCAL COM
      *    DIFERENCA EM VALOR. CONTAGEM SEM DIFERENCA AO CUSTO
      *    (SO PRODUTO SEM CUSTO MEDIO) NAO GERA LOTE NEM CONSOME
      *    SEQUENCIA.
       0340-GRAVAR-LOTE-CONTABIL.
           PERFORM 0345-CONTAR-LINHAS-LOTE
               VARYING IX-AJU FROM 1 BY 1
               UNTIL IX-AJU > WRK-QT-LOCAIS-AJUSTE.
           IF WRK-QT-LINHAS-LOTE = ZEROS
               DISPLAY 'AJUSTES SEM VALOR AO CUSTO MEDIO - '
                   'NENHUM LOTE CONTABIL GRAVADO'
           ELSE
               PERFORM 0341-LER-SEQUENCIA
               OPEN OUTPUT LEDGER-TRANSACTION-FILE
               INITIALIZE LEDGER-BATCH-HEADER
               MOVE 'H'                 TO LOTE-H-TIPO
               MOVE WRK-LOTE-INVENTARIO TO LOTE-H-LOTE
               MOVE WRK-DATA-MOVIMENTO  TO LOTE-H-DATA
               WRITE LEDGER-BATCH-HEADER
               MOVE ZEROS TO WRK-QT-LINHAS-LOTE
               PERFORM 0342-LANCAR-AJUSTE-LOCAL
                   VARYING IX-AJU FROM 1 BY 1
                   UNTIL IX-AJU > WRK-QT-LOCAIS-AJUSTE
               INITIALIZE LEDGER-BATCH-TRAILER
               MOVE 'T'                TO LOTE-T-TIPO
               MOVE WRK-QT-LINHAS-LOTE TO LOTE-T-QT-PREVISTA
               MOVE WRK-SOMA-DEBITOS   TO LOTE-T-TOTAL-DEBITOS
               MOVE WRK-SOMA-CREDITOS  TO LOTE-T-TOTAL-CREDITOS
               WRITE LEDGER-BATCH-TRAILER
               CLOSE LEDGER-TRANSACTION-FILE
               PERFORM 0344-GRAVAR-SEQUENCIA
               MOVE WRK-TOT-CUSTO-DIF TO WRK-VALOR-ED
               DISPLAY 'AJUSTE AO CUSTO MEDIO : ' WRK-VALOR-ED
               DISPLAY 'LOTE ' WRK-LOTE-INVENTARIO ' GRAVADO COM '
                   WRK-QT-LINHAS-LOTE ' LINHA(S) - SEGUE PARA O '
                   'LEDGEDIT/POSTING'
               MOVE SPACES TO WRK-RPT-LINHA
               STRING 'AJUSTE AO CUSTO MEDIO ' WRK-VALOR-ED
                   ' - LOTE CONTABIL ' WRK-LOTE-INVENTARIO
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
               PERFORM 0400-GRAVAR-LINHA-RPT
           END-IF.

       0345-CONTAR-LINHAS-LOTE.
           IF TB-AJU-VALOR (IX-AJU) NOT = ZEROS
               ADD 2 TO WRK-QT-LINHAS-LOTE
           END-IF.

       0341-LER-SEQUENCIA.
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

      *    FALTA (VALOR NEGATIVO) E PERDA CONTRA O ESTOQUE; SOBRA
      *    VOLTA AO ESTOQUE E REDUZ A PERDA. A LOJA VAI NA LINHA DE
      *    PERDAS.
       0342-LANCAR-AJUSTE-LOCAL.
           IF TB-AJU-VALOR (IX-AJU) < ZEROS
               COMPUTE WRK-LANC-VALOR = TB-AJU-VALOR (IX-AJU) * -1
               MOVE WRK-CONTA-PERDAS  TO WRK-LANC-CONTA
               MOVE 'D'               TO WRK-LANC-TIPO
               MOVE TB-AJU-LOCAL (IX-AJU) TO WRK-LANC-LOJA
               PERFORM 0343-GRAVAR-LANCAMENTO
               MOVE WRK-CONTA-ESTOQUE TO WRK-LANC-CONTA
               MOVE 'C'               TO WRK-LANC-TIPO
               PERFORM 0343-GRAVAR-LANCAMENTO
           END-IF.
           IF TB-AJU-VALOR (IX-AJU) > ZEROS
               MOVE TB-AJU-VALOR (IX-AJU) TO WRK-LANC-VALOR
               MOVE WRK-CONTA-ESTOQUE TO WRK-LANC-CONTA
               MOVE 'D'               TO WRK-LANC-TIPO
               PERFORM 0343-GRAVAR-LANCAMENTO
               MOVE WRK-CONTA-PERDAS  TO WRK-LANC-CONTA
               MOVE 'C'               TO WRK-LANC-TIPO
               MOVE TB-AJU-LOCAL (IX-AJU) TO WRK-LANC-LOJA
               PERFORM 0343-GRAVAR-LANCAMENTO
           END-IF.

       0343-GRAVAR-LANCAMENTO.
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

       0344-GRAVAR-SEQUENCIA.
           OPEN OUTPUT LEDGER-SEQUENCE-FILE.
           MOVE WRK-SEQUENCIA TO LEDGER-SEQUENCE-RECORD.
           WRITE LEDGER-SEQUENCE-RECORD.
           CLOSE LEDGER-SEQUENCE-FILE.

       0310-REGRAVAR-SALDOS.
           OPEN OUTPUT STOCK-BALANCE-FILE.
           PERFORM 0311-GRAVAR-SALDO
           INITIALIZE STOCK-BALANCE-RECORD.
           MOVE TB-STQ-CODIGO (IX-STQ) TO STQ-CODIGO.
           MOVE TB-STQ-SALDO (IX-STQ)  TO STQ-SALDO.
           MOVE TB-STQ-LOCAL (IX-STQ)  TO STQ-LOCAL.
           WRITE STOCK-BALANCE-RECORD.

       0320-GRAVAR-CICLOS.
           OPEN OUTPUT CYCLE-COUNT-FILE.
           PERFORM 0321-GRAVAR-CICLO
               VARYING IX-STQ FROM 1 BY 1
               UNTIL IX-STQ > WRK-QT-SALDOS.
           CLOSE CYCLE-COUNT-FILE.

       0321-GRAVAR-CICLO.
           IF TB-STQ-ULT-CONTAGEM (IX-STQ) > ZEROS
               INITIALIZE CYCLE-COUNT-RECORD
               MOVE TB-STQ-CODIGO (IX-STQ)       TO CIC-CODIGO
               MOVE TB-STQ-LOCAL (IX-STQ)        TO CIC-LOCAL
               MOVE TB-STQ-ULT-CONTAGEM (IX-STQ) TO CIC-DATA
               WRITE CYCLE-COUNT-RECORD
           END-IF.

      *    PROXIMA CONTAGEM CICLICA: SALDO NUNCA CONTADO, OU CUJA
      *    ULTIMA CONTAGEM MAIS O PRAZO DA CLASSE JA CHEGOU. O
      *    PRODUTO A (MAIOR RECEITA) VOLTA A SER CONTADO MAIS VEZES
      *    QUE O C; SEM CLASSE AINDA CONTA COMO B.
       0330-LISTAR-A-CONTAR.
           COMPUTE WRK-DIA-MOVIMENTO =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-MOVIMENTO).
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING '--- PROXIMA CONTAGEM CICLICA (PRAZOS A/B/C '
               WRK-PRAZO-A '/' WRK-PRAZO-B '/' WRK-PRAZO-C
               ' DIAS) ---'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0400-GRAVAR-LINHA-RPT.
           PERFORM 0331-TESTAR-A-CONTAR
               VARYING IX-STQ FROM 1 BY 1
               UNTIL IX-STQ > WRK-QT-SALDOS.
           DISPLAY 'A CONTAR NO CICLO : ' WRK-QT-A-CONTAR.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'ITENS A CONTAR ' WRK-QT-A-CONTAR
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0400-GRAVAR-LINHA-RPT.

       0331-TESTAR-A-CONTAR.
           EVALUATE TB-STQ-CLASSE (IX-STQ)
               WHEN 'A'
                   MOVE WRK-PRAZO-A TO WRK-PRAZO
               WHEN 'C'
                   MOVE WRK-PRAZO-C TO WRK-PRAZO
               WHEN OTHER
                   MOVE WRK-PRAZO-B TO WRK-PRAZO
           END-EVALUATE.
           IF TB-STQ-ULT-CONTAGEM (IX-STQ) = ZEROS
               MOVE 'NUNCA' TO WRK-ULT-CONTAGEM-ED
               PERFORM 0332-IMPRIMIR-A-CONTAR
           ELSE
               COMPUTE WRK-DIA-VENCIMENTO = FUNCTION INTEGER-OF-DATE
                   (TB-STQ-ULT-CONTAGEM (IX-STQ)) + WRK-PRAZO
               IF WRK-DIA-VENCIMENTO <= WRK-DIA-MOVIMENTO
                   MOVE TB-STQ-ULT-CONTAGEM (IX-STQ)
                       TO WRK-ULT-CONTAGEM-ED
                   PERFORM 0332-IMPRIMIR-A-CONTAR
               END-IF
           END-IF.

       0332-IMPRIMIR-A-CONTAR.
           ADD 1 TO WRK-QT-A-CONTAR.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'PRODUTO ' TB-STQ-CODIGO (IX-STQ)
               ' LOCAL ' TB-STQ-LOCAL (IX-STQ)
               ' CLASSE ' TB-STQ-CLASSE (IX-STQ)
               ' ULTIMA CONTAGEM ' WRK-ULT-CONTAGEM-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0400-GRAVAR-LINHA-RPT.

       0400-GRAVAR-LINHA-RPT.
           MOVE 'L' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
