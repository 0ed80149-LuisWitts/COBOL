       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTEXPIR.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: CONTROLE DE VALIDADE DOS LOTES (STOCKLOT). RODA
      *              TODA NOITE DEPOIS DO FECHAMENTO DE VENDAS:
      *              1) LOTE JA VENCIDO (VALIDADE ANTERIOR A DATA DE
      *                 MOVIMENTO) E BAIXADO COMO AJUSTE DE ESTOQUE
      *                 AUDITADO, NO MOLDE DO INVENTARIO (STOCKTAK):
      *                 O SALDO DO LOCAL CAI NO STOCKBAL E A TRILHA
      *                 STOCKADJ GUARDA ANTES/DEPOIS, MOTIVO 'VEN',
      *                 LOTE, DATA E OPERADOR (OPERRTN);
      *              2) LOTE QUE VENCE DENTRO DO PRAZO DO ARQUIVO
      *                 LOTPARM (EM DIAS, PADRAO 30) SAI NO RELATORIO
      *                 EM ORDEM DE VENCIMENTO, COM A QUANTIDADE EM
      *                 ESTOQUE E O VALOR PELO CUSTO MEDIO (STOCKCST).
      *              LOTE BAIXADO MAIOR QUE O SALDO DO LOCAL SO BAIXA
      *              O QUE HA E VAI PARA O LOG DE EXCECOES.
      *    data = 15/10/2026
      *
      *    MODIFICATION HISTORY
      *    15/10/2026  LCW  VERSAO INICIAL.
      *    15/10/2026  LCW  BAIXA DE LOTE VENCIDO NO RAZAO: O VALOR
      *                     BAIXADO AO CUSTO MEDIO, SOMADO POR LOCAL,
      *                     SAI NO LOTE LOTLEDG ('LV' + AAMMDD) COMO
      *                     D PERDAS DE ESTOQUE (COM A LOJA) / C
      *                     ESTOQUE, PARA O LEDGEDIT E O POSTING;
      *                     NOITE SEM BAIXA COM VALOR TERMINA COM
      *                     RETURN-CODE 4 E OS DOIS PASSOS SAO PULADOS.
      *    15/10/2026  LCW  CONTAS DOS LANCAMENTOS PELA TABELA DE
      *                     REGRAS CONTABEIS (REGRACTB, ROTINA
      *                     REGRARTN); OS VALORES FIXOS FICAM COMO
      *                     CONTA PADRAO SEM A TABELA.
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
           SELECT LOT-PARM-FILE ASSIGN TO 'LOTPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARM-STATUS.

           SELECT STOCK-LOT-FILE ASSIGN TO 'STOCKLOT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOT-STATUS.

           SELECT STOCK-BALANCE-FILE ASSIGN TO 'STOCKBAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STQ-STATUS.

           SELECT STOCK-COST-FILE ASSIGN TO 'STOCKCST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CST-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO 'PRODMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PROD-STATUS.

           SELECT STOCK-ADJUST-FILE ASSIGN TO 'STOCKADJ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ADJ-STATUS.

           SELECT LEDGER-TRANSACTION-FILE ASSIGN TO 'LOTLEDG'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOT-PARM-FILE.
       01  LOT-PARM-RECORD            PIC 9(03).

       FD  STOCK-LOT-FILE.
           COPY 'STOCKLOT.cob'.

       FD  STOCK-BALANCE-FILE.
           COPY 'STOCKBAL.cob'.

       FD  STOCK-COST-FILE.
           COPY 'STOCKCST.cob'.

       FD  PRODUCT-MASTER-FILE.
           COPY 'PRODMAST.cob'.

       FD  STOCK-ADJUST-FILE.
           COPY 'STOCKADJ.cob'.

       FD  LEDGER-TRANSACTION-FILE.
           COPY 'LEDGTRAN.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-PARM-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-LOT-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-STQ-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-CST-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-PROD-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-ADJ-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.
       77  WRK-RC-FINAL               PIC 9(04) VALUE ZEROS.

       77  WRK-DATA-HOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-LIMITE            PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-AVISO             PIC 9(03) VALUE 030.
       77  WRK-DIAS-LIMITE            PIC 9(07) VALUE ZEROS.
       77  WRK-USUARIO                PIC X(20) VALUE SPACES.
       77  WRK-LOCAL-PRINCIPAL        PIC X(10) VALUE SPACES.

      *    LOTES, SALDOS POR LOCAL, CUSTOS E DESCRICOES CARREGADOS
      *    NA INICIALIZACAO
       01  TB-LOTE-TABELA.
           02  TB-LOTE OCCURS 500 TIMES INDEXED BY IX-LOT.
               03  TB-LOT-CODIGO      PIC X(06).
               03  TB-LOT-LOCAL       PIC X(10).
               03  TB-LOT-LOTE        PIC X(10).
               03  TB-LOT-VALIDADE    PIC 9(08).
               03  TB-LOT-SALDO       PIC 9(07).
               03  TB-LOT-ENTRADA     PIC 9(08).
               03  TB-LOT-LISTADO     PIC X(01).
       77  WRK-QT-LOTES               PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-LOTES           PIC 9(03) VALUE 500.
       77  WRK-IX-LOT                 PIC 9(03) VALUE ZEROS.
       77  WRK-LOTE-ACHADO            PIC X(01) VALUE 'N'.
           88  LOTE-ACHADO                      VALUE 'S'.
       77  WRK-MENOR-VALIDADE         PIC 9(08) VALUE ZEROS.

       01  TB-SALDO-TABELA.
           02  TB-SALDO OCCURS 500 TIMES INDEXED BY IX-STQ.
               03  TB-STQ-CODIGO      PIC X(06).
               03  TB-STQ-LOCAL       PIC X(10).
               03  TB-STQ-SALDO       PIC S9(07).
       77  WRK-QT-SALDOS              PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-SALDOS          PIC 9(03) VALUE 500.
       77  WRK-IX-STQ                 PIC 9(03) VALUE ZEROS.
       77  WRK-STQ-ACHADO             PIC X(01) VALUE 'N'.
           88  STQ-ACHADO                       VALUE 'S'.

       01  TB-CUSTO-TABELA.
           02  TB-CUSTO OCCURS 100 TIMES INDEXED BY IX-CST.
               03  TB-CST-CODIGO      PIC X(06).
               03  TB-CST-CUSTO       PIC 9(05)V99.
       77  WRK-QT-CUSTOS              PIC 9(03) VALUE ZEROS.
       01  TB-PRODUTO-TABELA.
           02  TB-PRODUTO OCCURS 100 TIMES INDEXED BY IX-PROD.
               03  TB-PROD-CODIGO     PIC X(06).
               03  TB-PROD-DESCRICAO  PIC X(20).
       77  WRK-QT-PRODUTOS            PIC 9(03) VALUE ZEROS.

       77  WRK-CUSTO-MEDIO            PIC 9(05)V99 VALUE ZEROS.
       77  WRK-DESCRICAO              PIC X(20) VALUE SPACES.
       77  WRK-QT-BAIXA               PIC 9(07) VALUE ZEROS.
       77  WRK-VALOR-LOTE             PIC S9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-BAIXADO          PIC S9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-A-VENCER         PIC S9(11)V99 VALUE ZEROS.
       77  WRK-QT-LIDOS               PIC 9(05) VALUE ZEROS.
       77  WRK-QT-BAIXADOS            PIC 9(05) VALUE ZEROS.
       77  WRK-QT-A-VENCER            PIC 9(05) VALUE ZEROS.
       77  WRK-QT-DIVERGENTES         PIC 9(05) VALUE ZEROS.
       77  WRK-VALOR-ED               PIC -(7)9,99 VALUE ZEROS.

      *    LOTE CONTABIL DA BAIXA: VALOR AO CUSTO MEDIO POR LOCAL
       77  WRK-CONTA-ESTOQUE          PIC 9(06) VALUE 150100.
       77  WRK-CONTA-PERDAS           PIC 9(06) VALUE 540600.
       01  TB-BAIXA-TABELA.
           02  TB-BAIXA OCCURS 50 TIMES INDEXED BY IX-BXA.
               03  TB-BXA-LOCAL       PIC X(10).
               03  TB-BXA-VALOR       PIC 9(09)V99.
       77  WRK-QT-LOCAIS-BAIXA        PIC 9(02) VALUE ZEROS.
       77  WRK-IX-BXA                 PIC 9(02) VALUE ZEROS.
       77  WRK-BXA-ACHADO             PIC X(01) VALUE 'N'.
           88  BXA-ACHADO                       VALUE 'S'.
       01  WRK-LOTE-VENCIDOS.
           02  WRK-LOTE-PREFIXO       PIC X(02) VALUE 'LV'.
           02  WRK-LOTE-AAMMDD        PIC 9(06).
       77  WRK-LANC-CONTA             PIC 9(06) VALUE ZEROS.
       77  WRK-LANC-TIPO              PIC X(01) VALUE SPACES.
       77  WRK-LANC-VALOR             PIC 9(07)V99 VALUE ZEROS.
       77  WRK-LANC-LOJA              PIC X(10) VALUE SPACES.
       77  WRK-QT-LINHAS-LOTE         PIC 9(05) VALUE ZEROS.
       77  WRK-SOMA-DEBITOS           PIC 9(11)V99 VALUE ZEROS.
       77  WRK-SOMA-CREDITOS          PIC 9(11)V99 VALUE ZEROS.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'LOTEXPIR'.
       77  WRK-RSTA-FUNCAO            PIC X(01) VALUE SPACES.
       77  WRK-RSTA-RC                PIC 9(04) VALUE ZEROS.
       77  WRK-RSTA-LIBERADO          PIC X(01) VALUE 'S'.
           88  EXECUCAO-LIBERADA                VALUE 'S'.
       77  WRK-REGRA-EVENTO           PIC X(15) VALUE SPACES.
       77  WRK-REGRA-LADO             PIC X(01) VALUE SPACES.
       77  WRK-REFERENCIA-LOG         PIC X(20) VALUE SPACES.
       77  WRK-MOTIVO-LOG             PIC X(40) VALUE SPACES.
       77  WRK-RPT-FUNCAO             PIC X(01) VALUE SPACES.
       77  WRK-RPT-TITULO             PIC X(40)
           VALUE 'LOTES VENCIDOS E A VENCER'.
       77  WRK-RPT-LINHA              PIC X(100) VALUE SPACES.
       77  WRK-CTLT-LIDOS             PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-PROCESSADOS       PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-REJEITADOS        PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-MODO              PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0980-REGISTRAR-INICIO.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-BAIXAR-VENCIDOS.
           PERFORM 0250-LISTAR-A-VENCER.
           PERFORM 0300-FINALIZAR.
           MOVE WRK-RC-FINAL TO RETURN-CODE.
           PERFORM 0985-REGISTRAR-FIM.
           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0101-DETERMINAR-CONTAS.
           DISPLAY '==== LOTES VENCIDOS E A VENCER ===='.
           CALL 'RUNDTRTN' USING WRK-DATA-HOJE END-CALL.
           CALL 'OPERRTN' USING WRK-USUARIO END-CALL.
           CALL 'LOCPRTN' USING WRK-LOCAL-PRINCIPAL END-CALL.
           PERFORM 0105-LER-PRAZO.
           COMPUTE WRK-DIAS-LIMITE =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE)
               + WRK-DIAS-AVISO.
           COMPUTE WRK-DATA-LIMITE =
               FUNCTION DATE-OF-INTEGER (WRK-DIAS-LIMITE).
           DISPLAY 'DATA DE MOVIMENTO: ' WRK-DATA-HOJE
               ' - AVISO ATE ' WRK-DATA-LIMITE
               ' (' WRK-DIAS-AVISO ' DIAS)'.
           MOVE 'I' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           PERFORM 0110-CARREGAR-LOTES.
           PERFORM 0120-CARREGAR-SALDOS.
           PERFORM 0130-CARREGAR-CUSTOS.
           PERFORM 0140-CARREGAR-DESCRICOES.
           INITIALIZE TB-BAIXA-TABELA.

      *    CONTA DE CADA EVENTO DO LOTE CONTABIL PELA TABELA DE REGRAS
      *    (REGRACTB); SEM REGRA FICA O VALOR FIXO DO PROGRAMA.
       0101-DETERMINAR-CONTAS.
           MOVE 'BAIXA-VENCIDO' TO WRK-REGRA-EVENTO.
           MOVE 'D' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-PERDAS
           END-CALL.
           MOVE 'BAIXA-VENCIDO' TO WRK-REGRA-EVENTO.
           MOVE 'C' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-ESTOQUE
           END-CALL.

      *    SEM O ARQUIVO DE PARAMETRO O AVISO E DE 30 DIAS.
       0105-LER-PRAZO.
           OPEN INPUT LOT-PARM-FILE.
           IF WRK-PARM-STATUS = '00'
               READ LOT-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF LOT-PARM-RECORD IS NUMERIC
                           MOVE LOT-PARM-RECORD TO WRK-DIAS-AVISO
                       END-IF
               END-READ
               CLOSE LOT-PARM-FILE
           END-IF.

       0110-CARREGAR-LOTES.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT STOCK-LOT-FILE.
           IF WRK-LOT-STATUS = '35'
               DISPLAY 'SEM SALDOS POR LOTE (STOCKLOT)'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ STOCK-LOT-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0111-LER-LOTE UNTIL FIM-ARQUIVO
               CLOSE STOCK-LOT-FILE
           END-IF.

       0111-LER-LOTE.
           ADD 1 TO WRK-QT-LIDOS.
           IF WRK-QT-LOTES < WRK-LIMITE-LOTES
               ADD 1 TO WRK-QT-LOTES
               SET IX-LOT TO WRK-QT-LOTES
               MOVE LOT-CODIGO       TO TB-LOT-CODIGO (IX-LOT)
               MOVE LOT-LOCAL        TO TB-LOT-LOCAL (IX-LOT)
               MOVE LOT-LOTE         TO TB-LOT-LOTE (IX-LOT)
               MOVE LOT-VALIDADE     TO TB-LOT-VALIDADE (IX-LOT)
               MOVE LOT-SALDO        TO TB-LOT-SALDO (IX-LOT)
               MOVE LOT-DATA-ENTRADA TO TB-LOT-ENTRADA (IX-LOT)
               MOVE 'N'              TO TB-LOT-LISTADO (IX-LOT)
           END-IF.
           READ STOCK-LOT-FILE
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
           IF WRK-QT-CUSTOS < 100
               ADD 1 TO WRK-QT-CUSTOS
               SET IX-CST TO WRK-QT-CUSTOS
               MOVE CST-CODIGO      TO TB-CST-CODIGO (IX-CST)
               MOVE CST-CUSTO-MEDIO TO TB-CST-CUSTO (IX-CST)
           END-IF.
           READ STOCK-COST-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0140-CARREGAR-DESCRICOES.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT PRODUCT-MASTER-FILE.
           IF WRK-PROD-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ PRODUCT-MASTER-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0141-LER-PRODUTO UNTIL FIM-ARQUIVO
               CLOSE PRODUCT-MASTER-FILE
           END-IF.

       0141-LER-PRODUTO.
           IF WRK-QT-PRODUTOS < 100
               ADD 1 TO WRK-QT-PRODUTOS
               SET IX-PROD TO WRK-QT-PRODUTOS
               MOVE PROD-CODIGO    TO TB-PROD-CODIGO (IX-PROD)
               MOVE PROD-DESCRICAO TO TB-PROD-DESCRICAO (IX-PROD)
           END-IF.
           READ PRODUCT-MASTER-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    LOTE VENCIDO SAI DO ESTOQUE COMO AJUSTE EXPLICITO: A
      *    TRILHA STOCKADJ RECEBE O ANTES/DEPOIS DO LOCAL E SO
      *    ENTAO O SALDO EM MEMORIA MUDA, COMO NO INVENTARIO.
       0200-BAIXAR-VENCIDOS.
           MOVE SPACES TO WRK-RPT-LINHA.
           MOVE '---- LOTES VENCIDOS BAIXADOS DO ESTOQUE ----'
               TO WRK-RPT-LINHA.
           PERFORM 0290-IMPRIMIR-LINHA.
           PERFORM 0205-ABRIR-AJUSTES.
           PERFORM 0210-TESTAR-VENCIDO
               VARYING IX-LOT FROM 1 BY 1
               UNTIL IX-LOT > WRK-QT-LOTES.
           CLOSE STOCK-ADJUST-FILE.

      *    UM ARQUIVO DE TRILHA EM LINE SEQUENTIAL PRECISA EXISTIR
      *    ANTES DE PODER SER ABERTO EM EXTEND; SE FOR A PRIMEIRA
      *    BAIXA, CRIAMOS O ARQUIVO VAZIO PRIMEIRO.
       0205-ABRIR-AJUSTES.
           OPEN EXTEND STOCK-ADJUST-FILE.
           IF WRK-ADJ-STATUS = '35'
               OPEN OUTPUT STOCK-ADJUST-FILE
               CLOSE STOCK-ADJUST-FILE
               OPEN EXTEND STOCK-ADJUST-FILE
           END-IF.

       0210-TESTAR-VENCIDO.
           IF TB-LOT-VALIDADE (IX-LOT) < WRK-DATA-HOJE
              AND TB-LOT-SALDO (IX-LOT) > ZEROS
               PERFORM 0220-BAIXAR-LOTE
           END-IF.

       0220-BAIXAR-LOTE.
           ADD 1 TO WRK-QT-BAIXADOS.
           MOVE TB-LOT-SALDO (IX-LOT) TO WRK-QT-BAIXA.
           PERFORM 0230-LOCALIZAR-SALDO.
           IF NOT STQ-ACHADO
               MOVE ZEROS TO WRK-QT-BAIXA
           ELSE
               IF TB-STQ-SALDO (IX-STQ) < WRK-QT-BAIXA
                   IF TB-STQ-SALDO (IX-STQ) > ZEROS
                       MOVE TB-STQ-SALDO (IX-STQ) TO WRK-QT-BAIXA
                   ELSE
                       MOVE ZEROS TO WRK-QT-BAIXA
                   END-IF
               END-IF
           END-IF.
           IF WRK-QT-BAIXA NOT = TB-LOT-SALDO (IX-LOT)
               ADD 1 TO WRK-QT-DIVERGENTES
               MOVE TB-LOT-CODIGO (IX-LOT) TO WRK-REFERENCIA-LOG
               MOVE 'LOTE VENCIDO MAIOR QUE O SALDO DO LOCAL'
                   TO WRK-MOTIVO-LOG
               CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                   WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
               END-CALL
           END-IF.
           IF WRK-QT-BAIXA > ZEROS
               INITIALIZE STOCK-ADJUST-RECORD
               MOVE TB-LOT-CODIGO (IX-LOT) TO ADJ-CODIGO
               MOVE WRK-DATA-HOJE          TO ADJ-DATA
               MOVE TB-STQ-SALDO (IX-STQ)  TO ADJ-SALDO-ANTES
               COMPUTE ADJ-SALDO-DEPOIS =
                   TB-STQ-SALDO (IX-STQ) - WRK-QT-BAIXA
               MOVE 'VEN'                  TO ADJ-MOTIVO
               MOVE WRK-USUARIO            TO ADJ-OPERADOR
               MOVE TB-LOT-LOCAL (IX-LOT)  TO ADJ-LOCAL
               MOVE TB-LOT-LOTE (IX-LOT)   TO ADJ-LOTE
               WRITE STOCK-ADJUST-RECORD
               SUBTRACT WRK-QT-BAIXA FROM TB-STQ-SALDO (IX-STQ)
           END-IF.
           PERFORM 0240-LOCALIZAR-CUSTO.
           COMPUTE WRK-VALOR-LOTE = WRK-QT-BAIXA * WRK-CUSTO-MEDIO.
           ADD WRK-VALOR-LOTE TO WRK-VALOR-BAIXADO.
           IF WRK-VALOR-LOTE > ZEROS
               PERFORM 0225-ACUMULAR-BAIXA-LOCAL
           END-IF.
           MOVE WRK-QT-BAIXA TO TB-LOT-SALDO (IX-LOT).
           PERFORM 0280-MONTAR-LINHA.
           MOVE ZEROS TO TB-LOT-SALDO (IX-LOT).
           MOVE 'S' TO TB-LOT-LISTADO (IX-LOT).

      *    LOCAL QUE NAO COUBE NA TABELA VAI PARA O ULTIMO SLOT,
      *    PARA O LOTE NAO PERDER VALOR.
       0225-ACUMULAR-BAIXA-LOCAL.
           MOVE 'N' TO WRK-BXA-ACHADO.
           PERFORM 0226-PROCURAR-BAIXA-LOCAL
               VARYING IX-BXA FROM 1 BY 1
               UNTIL IX-BXA > WRK-QT-LOCAIS-BAIXA OR BXA-ACHADO.
           IF BXA-ACHADO
               SET IX-BXA TO WRK-IX-BXA
           ELSE
               IF WRK-QT-LOCAIS-BAIXA < 50
                   ADD 1 TO WRK-QT-LOCAIS-BAIXA
               END-IF
               SET IX-BXA TO WRK-QT-LOCAIS-BAIXA
               IF TB-BXA-LOCAL (IX-BXA) = SPACES
                   MOVE TB-LOT-LOCAL (IX-LOT) TO TB-BXA-LOCAL (IX-BXA)
               END-IF
           END-IF.
           ADD WRK-VALOR-LOTE TO TB-BXA-VALOR (IX-BXA).

       0226-PROCURAR-BAIXA-LOCAL.
           IF TB-BXA-LOCAL (IX-BXA) = TB-LOT-LOCAL (IX-LOT)
               MOVE 'S' TO WRK-BXA-ACHADO
               SET WRK-IX-BXA TO IX-BXA
           END-IF.

       0230-LOCALIZAR-SALDO.
           MOVE 'N' TO WRK-STQ-ACHADO.
           MOVE ZEROS TO WRK-IX-STQ.
           PERFORM 0231-PROCURAR-SALDO
               VARYING IX-STQ FROM 1 BY 1
               UNTIL IX-STQ > WRK-QT-SALDOS OR STQ-ACHADO.
           IF STQ-ACHADO
               SET IX-STQ TO WRK-IX-STQ
           END-IF.

       0231-PROCURAR-SALDO.
           IF TB-STQ-CODIGO (IX-STQ) = TB-LOT-CODIGO (IX-LOT)
              AND TB-STQ-LOCAL (IX-STQ) = TB-LOT-LOCAL (IX-LOT)
               MOVE 'S' TO WRK-STQ-ACHADO
               SET WRK-IX-STQ TO IX-STQ
           END-IF.

       0240-LOCALIZAR-CUSTO.
           MOVE ZEROS TO WRK-CUSTO-MEDIO.
           MOVE SPACES TO WRK-DESCRICAO.
           PERFORM 0241-PROCURAR-CUSTO
               VARYING IX-CST FROM 1 BY 1
               UNTIL IX-CST > WRK-QT-CUSTOS.
           PERFORM 0242-PROCURAR-DESCRICAO
               VARYING IX-PROD FROM 1 BY 1
               UNTIL IX-PROD > WRK-QT-PRODUTOS.

       0241-PROCURAR-CUSTO.
           IF TB-CST-CODIGO (IX-CST) = TB-LOT-CODIGO (IX-LOT)
               MOVE TB-CST-CUSTO (IX-CST) TO WRK-CUSTO-MEDIO
           END-IF.

       0242-PROCURAR-DESCRICAO.
           IF TB-PROD-CODIGO (IX-PROD) = TB-LOT-CODIGO (IX-LOT)
               MOVE TB-PROD-DESCRICAO (IX-PROD) TO WRK-DESCRICAO
           END-IF.

      *    OS LOTES QUE VENCEM ATE A DATA LIMITE SAEM DO MAIS
      *    PROXIMO AO MAIS DISTANTE: A CADA PASSADA O DE MENOR
      *    VALIDADE AINDA NAO LISTADO.
       0250-LISTAR-A-VENCER.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING '---- LOTES A VENCER EM ATE ' WRK-DIAS-AVISO
               ' DIAS (ATE ' WRK-DATA-LIMITE ') ----'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0290-IMPRIMIR-LINHA.
           PERFORM 0260-PROXIMO-A-VENCER.
           PERFORM 0270-LISTAR-LOTE UNTIL NOT LOTE-ACHADO.

       0260-PROXIMO-A-VENCER.
           MOVE 'N' TO WRK-LOTE-ACHADO.
           MOVE ZEROS TO WRK-IX-LOT.
           PERFORM 0261-COMPARAR-VALIDADE
               VARYING IX-LOT FROM 1 BY 1
               UNTIL IX-LOT > WRK-QT-LOTES.

       0261-COMPARAR-VALIDADE.
           IF TB-LOT-LISTADO (IX-LOT) = 'N'
              AND TB-LOT-SALDO (IX-LOT) > ZEROS
              AND TB-LOT-VALIDADE (IX-LOT) NOT > WRK-DATA-LIMITE
               IF NOT LOTE-ACHADO
                  OR TB-LOT-VALIDADE (IX-LOT) < WRK-MENOR-VALIDADE
                   MOVE 'S' TO WRK-LOTE-ACHADO
                   SET WRK-IX-LOT TO IX-LOT
                   MOVE TB-LOT-VALIDADE (IX-LOT)
                       TO WRK-MENOR-VALIDADE
               END-IF
           END-IF.

       0270-LISTAR-LOTE.
           SET IX-LOT TO WRK-IX-LOT.
           ADD 1 TO WRK-QT-A-VENCER.
           PERFORM 0240-LOCALIZAR-CUSTO.
           COMPUTE WRK-VALOR-LOTE =
               TB-LOT-SALDO (IX-LOT) * WRK-CUSTO-MEDIO.
           ADD WRK-VALOR-LOTE TO WRK-VALOR-A-VENCER.
           PERFORM 0280-MONTAR-LINHA.
           MOVE 'S' TO TB-LOT-LISTADO (IX-LOT).
           PERFORM 0260-PROXIMO-A-VENCER.

       0280-MONTAR-LINHA.
           MOVE WRK-VALOR-LOTE TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'LOTE ' TB-LOT-LOTE (IX-LOT)
               ' ' TB-LOT-CODIGO (IX-LOT) ' ' WRK-DESCRICAO
               ' ' TB-LOT-LOCAL (IX-LOT)
               ' VENC ' TB-LOT-VALIDADE (IX-LOT)
               ' QTDE ' TB-LOT-SALDO (IX-LOT)
               ' VALOR ' WRK-VALOR-ED
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
           IF WRK-QT-BAIXADOS > ZEROS
               PERFORM 0310-REGRAVAR-SALDOS
               PERFORM 0320-REGRAVAR-LOTES
           END-IF.
           IF WRK-QT-LOCAIS-BAIXA > ZEROS
               PERFORM 0330-GRAVAR-LOTE-CONTABIL
           ELSE
      *    NOITE SEM BAIXA COM VALOR NAO E ERRO: RETURN-CODE 4
      *    AVISA A ESTEIRA PARA PULAR O PRE-EDIT E O POSTING DO
      *    LOTE DA BAIXA.
               DISPLAY 'NADA A LANCAR DE LOTES VENCIDOS NA DATA '
                   WRK-DATA-HOJE
               MOVE 4 TO WRK-RC-FINAL
           END-IF.
           DISPLAY ' ---------------------- '.
           DISPLAY 'LOTES LIDOS          : ' WRK-QT-LIDOS.
           MOVE WRK-VALOR-BAIXADO TO WRK-VALOR-ED.
           DISPLAY 'LOTES VENCIDOS       : ' WRK-QT-BAIXADOS
               ' - VALOR BAIXADO ' WRK-VALOR-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'VENCIDOS BAIXADOS ' WRK-QT-BAIXADOS
               ' VALOR ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           MOVE 'L' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           MOVE WRK-VALOR-A-VENCER TO WRK-VALOR-ED.
           DISPLAY 'LOTES A VENCER       : ' WRK-QT-A-VENCER
               ' - VALOR ' WRK-VALOR-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'A VENCER ' WRK-QT-A-VENCER
               ' VALOR ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           MOVE 'L' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           DISPLAY 'BAIXAS COM DIVERGENCIA: ' WRK-QT-DIVERGENTES.
           MOVE 'F' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           MOVE WRK-QT-LIDOS       TO WRK-CTLT-LIDOS.
           COMPUTE WRK-CTLT-PROCESSADOS =
               WRK-QT-BAIXADOS + WRK-QT-A-VENCER.
           MOVE WRK-QT-DIVERGENTES TO WRK-CTLT-REJEITADOS.
           CALL 'CTLTOTRTN' USING WRK-PROGRAMA-ID WRK-CTLT-LIDOS
               WRK-CTLT-PROCESSADOS WRK-CTLT-REJEITADOS
               WRK-CTLT-MODO
           END-CALL.
           DISPLAY ' FIM DO CONTROLE DE VALIDADE '.

       0310-REGRAVAR-SALDOS.
           OPEN OUTPUT STOCK-BALANCE-FILE.
           PERFORM 0311-GRAVAR-SALDO
               VARYING IX-STQ FROM 1 BY 1
               UNTIL IX-STQ > WRK-QT-SALDOS.
           CLOSE STOCK-BALANCE-FILE.

       0311-GRAVAR-SALDO.
           INITIALIZE STOCK-BALANCE-RECORD.
           MOVE TB-STQ-CODIGO (IX-STQ) TO STQ-CODIGO.
           MOVE TB-STQ-SALDO (IX-STQ)  TO STQ-SALDO.
           MOVE TB-STQ-LOCAL (IX-STQ)  TO STQ-LOCAL.
           WRITE STOCK-BALANCE-RECORD.

      *    LOTE BAIXADO (ZERADO) SAI DO ARQUIVO NA REGRAVACAO.
       0320-REGRAVAR-LOTES.
           OPEN OUTPUT STOCK-LOT-FILE.
           PERFORM 0321-GRAVAR-LOTE
               VARYING IX-LOT FROM 1 BY 1
               UNTIL IX-LOT > WRK-QT-LOTES.
           CLOSE STOCK-LOT-FILE.

       0321-GRAVAR-LOTE.
           IF TB-LOT-SALDO (IX-LOT) > ZEROS
               INITIALIZE STOCK-LOT-RECORD
               MOVE TB-LOT-CODIGO (IX-LOT)   TO LOT-CODIGO
               MOVE TB-LOT-LOCAL (IX-LOT)    TO LOT-LOCAL
               MOVE TB-LOT-LOTE (IX-LOT)     TO LOT-LOTE
               MOVE TB-LOT-VALIDADE (IX-LOT) TO LOT-VALIDADE
               MOVE TB-LOT-SALDO (IX-LOT)    TO LOT-SALDO
               MOVE TB-LOT-ENTRADA (IX-LOT)  TO LOT-DATA-ENTRADA
               WRITE STOCK-LOT-RECORD
           END-IF.

      *    UM PAR DE LINHAS POR LOCAL COM BAIXA: A PERDA LEVA A
      *    LOJA, PARA O RESULTADO POR LOJA.
       0330-GRAVAR-LOTE-CONTABIL.
           MOVE WRK-DATA-HOJE (3:6) TO WRK-LOTE-AAMMDD.
           OPEN OUTPUT LEDGER-TRANSACTION-FILE.
           INITIALIZE LEDGER-BATCH-HEADER.
           MOVE 'H'               TO LOTE-H-TIPO.
           MOVE WRK-LOTE-VENCIDOS TO LOTE-H-LOTE.
           MOVE WRK-DATA-HOJE     TO LOTE-H-DATA.
           WRITE LEDGER-BATCH-HEADER.
           PERFORM 0331-LANCAR-BAIXA-LOCAL
               VARYING IX-BXA FROM 1 BY 1
               UNTIL IX-BXA > WRK-QT-LOCAIS-BAIXA.
           INITIALIZE LEDGER-BATCH-TRAILER.
           MOVE 'T'                TO LOTE-T-TIPO.
           MOVE WRK-QT-LINHAS-LOTE TO LOTE-T-QT-PREVISTA.
           MOVE WRK-SOMA-DEBITOS   TO LOTE-T-TOTAL-DEBITOS.
           MOVE WRK-SOMA-CREDITOS  TO LOTE-T-TOTAL-CREDITOS.
           WRITE LEDGER-BATCH-TRAILER.
           CLOSE LEDGER-TRANSACTION-FILE.
           DISPLAY 'LOTE CONTABIL ' WRK-LOTE-VENCIDOS ' GRAVADO COM '
               WRK-QT-LINHAS-LOTE ' LANCAMENTO(S)'.

       0331-LANCAR-BAIXA-LOCAL.
           MOVE TB-BXA-VALOR (IX-BXA) TO WRK-LANC-VALOR.
           MOVE WRK-CONTA-PERDAS      TO WRK-LANC-CONTA.
           MOVE 'D'                   TO WRK-LANC-TIPO.
           MOVE TB-BXA-LOCAL (IX-BXA) TO WRK-LANC-LOJA.
           PERFORM 0332-GRAVAR-LANCAMENTO.
           MOVE WRK-CONTA-ESTOQUE     TO WRK-LANC-CONTA.
           MOVE 'C'                   TO WRK-LANC-TIPO.
           PERFORM 0332-GRAVAR-LANCAMENTO.

       0332-GRAVAR-LANCAMENTO.
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
