       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCANAL.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: CLASSIFICACAO ABC E ESTOQUE PARADO, UMA VEZ POR
      *              MES. SOBRE O HISTORICO DE VENDAS (SALEHIST), O
      *              SALDO (STOCKBAL, SOMA DOS LOCAIS) E O CUSTO
      *              MEDIO (STOCKCST):
      *              1) RANKING DOS PRODUTOS PELA RECEITA LIQUIDA
      *                 DOS ULTIMOS 12 MESES (DEVOLUCAO E
      *                 CANCELAMENTO ABATEM): ATE 80% DA RECEITA
      *                 ACUMULADA E CLASSE A, ATE 95% E B, O RESTO
      *                 (E O PRODUTO SEM RECEITA) E C. A CLASSE E
      *                 GRAVADA NO PRODMAST (PROD-CLASSE-ABC) PARA O
      *                 INVENTARIO CICLICO DO STOCKTAK;
      *              2) GIRO DO ESTOQUE (QUANTIDADE VENDIDA EM 12
      *                 MESES / SALDO ATUAL) E DIAS DE COBERTURA
      *                 (SALDO / VENDA MEDIA DIARIA);
      *              3) ESTOQUE PARADO: PRODUTO COM SALDO E SEM VENDA
      *                 HA 90, 180 OU 365 DIAS (OU NUNCA VENDIDO),
      *                 VALORIZADO PELO CUSTO MEDIO.
      *              O COMPONENTE DE KIT (PRODKIT) VENDIDO DENTRO DO
      *              KIT CONTA COMO VENDIDO NO GIRO E NA ULTIMA
      *              VENDA; A RECEITA FICA NO KIT. RODA NA ESTEIRA
      *              NOTURNA E SO CLASSIFICA NA PRIMEIRA NOITE DE
      *              CADA MES (O MES JA CLASSIFICADO FICA NO
      *              ABCCTRL); NAS OUTRAS NOITES SO AVISA E SAI.
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
           SELECT PRODUCT-MASTER-FILE ASSIGN TO 'PRODMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PROD-STATUS.

           SELECT STOCK-BALANCE-FILE ASSIGN TO 'STOCKBAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STQ-STATUS.

           SELECT STOCK-COST-FILE ASSIGN TO 'STOCKCST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CST-STATUS.

           SELECT SALES-HISTORY-FILE ASSIGN TO 'SALEHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SHIS-STATUS.

           SELECT PRODUCT-KIT-FILE ASSIGN TO 'PRODKIT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-KIT-STATUS.

           SELECT ABC-CONTROL-FILE ASSIGN TO 'ABCCTRL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTRL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-MASTER-FILE.
           COPY 'PRODMAST.cob'.

       FD  STOCK-BALANCE-FILE.
           COPY 'STOCKBAL.cob'.

       FD  STOCK-COST-FILE.
           COPY 'STOCKCST.cob'.

       FD  SALES-HISTORY-FILE.
           COPY 'SALEHIST.cob'.

       FD  PRODUCT-KIT-FILE.
           COPY 'PRODKIT.cob'.

      *    ANO E MES (AAAAMM) DA ULTIMA CLASSIFICACAO FEITA
       FD  ABC-CONTROL-FILE.
       01  ABC-CONTROL-RECORD         PIC 9(06).

       WORKING-STORAGE SECTION.
       77  WRK-PROD-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-STQ-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-CST-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-SHIS-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-KIT-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-CTRL-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-PROD-EOF               PIC X(01) VALUE 'N'.
           88  FIM-PRODUTOS                     VALUE 'S'.
       77  WRK-STQ-EOF                PIC X(01) VALUE 'N'.
           88  FIM-SALDOS                       VALUE 'S'.
       77  WRK-CST-EOF                PIC X(01) VALUE 'N'.
           88  FIM-CUSTOS                       VALUE 'S'.
       77  WRK-SHIS-EOF               PIC X(01) VALUE 'N'.
           88  FIM-HISTORICO                    VALUE 'S'.
       77  WRK-KIT-EOF                PIC X(01) VALUE 'N'.
           88  FIM-KITS                         VALUE 'S'.

       77  WRK-DATA-MOVIMENTO         PIC 9(08) VALUE ZEROS.
       77  WRK-MES-MOVIMENTO          PIC 9(06) VALUE ZEROS.
       77  WRK-MES-CLASSIFICADO       PIC 9(06) VALUE ZEROS.
       77  WRK-CLASSIFICAR            PIC X(01) VALUE 'S'.
           88  MES-A-CLASSIFICAR                VALUE 'S'.
       77  WRK-DIA-MOVIMENTO          PIC 9(07) VALUE ZEROS.
       77  WRK-DIA-INICIO-JANELA      PIC 9(07) VALUE ZEROS.
       77  WRK-DATA-INICIO-JANELA     PIC 9(08) VALUE ZEROS.

      *    CADASTRO INTEIRO (REGRAVADO COM A CLASSE) E OS NUMEROS
      *    DE CADA PRODUTO
       01  TB-PRODUTOS-TABELA.
           02  TB-PRODUTO OCCURS 100 TIMES INDEXED BY IX-PROD.
               03  TB-PROD-REGISTRO   PIC X(60).
               03  TB-PROD-CODIGO     PIC X(06).
               03  TB-PROD-DESCRICAO  PIC X(20).
               03  TB-PROD-SALDO      PIC S9(09).
               03  TB-PROD-CUSTO      PIC 9(05)V99.
               03  TB-PROD-RECEITA    PIC S9(11)V99.
               03  TB-PROD-QT-VENDIDA PIC S9(09).
               03  TB-PROD-ULT-VENDA  PIC 9(08).
               03  TB-PROD-CLASSE     PIC X(01).
               03  TB-PROD-KIT        PIC X(01).
                   88  PRODUTO-KIT              VALUE 'S'.
               03  TB-PROD-IMPRESSO   PIC X(01).
       77  WRK-QT-PRODUTOS            PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-PRODUTOS        PIC 9(03) VALUE 100.
       77  WRK-PROD-ACHADO            PIC X(01) VALUE 'N'.
           88  PROD-ACHADO                      VALUE 'S'.
       77  WRK-IX-PROD                PIC 9(03) VALUE ZEROS.
       77  WRK-CODIGO-BUSCA           PIC X(06) VALUE SPACES.

      *    ESTRUTURA DOS KITS (PRODKIT)
       01  TB-KIT-TABELA.
           02  TB-KIT OCCURS 200 TIMES INDEXED BY IX-KIT.
               03  TB-KIT-CODIGO      PIC X(06).
               03  TB-KIT-COMPONENTE  PIC X(06).
               03  TB-KIT-QUANTIDADE  PIC 9(05).
       77  WRK-QT-KITS                PIC 9(03) VALUE ZEROS.
       77  WRK-QT-COMPONENTE          PIC S9(09) VALUE ZEROS.

       77  WRK-SINAL                  PIC S9(01) VALUE +1.
       77  WRK-QT-LINHAS-HIST         PIC 9(07) VALUE ZEROS.

      *    RANKING POR BUSCA DO MAIOR AINDA NAO IMPRESSO, COMO NO
      *    SALERANK
       77  WRK-POSICAO-RANK           PIC 9(03) VALUE ZEROS.
       77  WRK-IX-MAIOR               PIC 9(03) VALUE ZEROS.
       77  WRK-MAIOR-VALOR            PIC S9(11)V99 VALUE ZEROS.
       77  WRK-TEM-MAIOR              PIC X(01) VALUE 'N'.
           88  TEM-MAIOR                        VALUE 'S'.
       77  WRK-SUB                    PIC 9(03) VALUE ZEROS.

      *    CORTES DA CURVA ABC EM PERCENTUAL DA RECEITA ACUMULADA
       77  WRK-CORTE-A                PIC 9(03)V99 VALUE 80,00.
       77  WRK-CORTE-B                PIC 9(03)V99 VALUE 95,00.
       77  WRK-LETRAS-CLASSE          PIC X(03) VALUE 'ABC'.
       77  WRK-RECEITA-TOTAL          PIC S9(11)V99 VALUE ZEROS.
       77  WRK-RECEITA-ACUM           PIC S9(11)V99 VALUE ZEROS.
       77  WRK-PCT-ANTES              PIC S9(03)V99 VALUE ZEROS.
       77  WRK-PCT-ACUM               PIC S9(03)V99 VALUE ZEROS.
       01  TB-CLASSE-TOTAIS.
           02  TB-CLASSE-TOTAL OCCURS 3 TIMES INDEXED BY IX-CLS.
               03  TB-CLS-QT          PIC 9(05).
               03  TB-CLS-RECEITA     PIC S9(11)V99.
               03  TB-CLS-VALOR-ESTQ  PIC 9(11)V99.

      *    GIRO, COBERTURA E ESTOQUE PARADO
       77  WRK-GIRO                   PIC 9(05)V9 VALUE ZEROS.
       77  WRK-DIAS-COBERTURA         PIC 9(07) VALUE ZEROS.
       77  WRK-VALOR-ESTOQUE          PIC 9(11)V99 VALUE ZEROS.
       77  WRK-DIAS-SEM-VENDA         PIC 9(07) VALUE ZEROS.
       77  WRK-FAIXA                  PIC 9(03) VALUE ZEROS.
       01  TB-FAIXAS-VALORES.
           02  FILLER                 PIC 9(03) VALUE 365.
           02  FILLER                 PIC 9(03) VALUE 180.
           02  FILLER                 PIC 9(03) VALUE 090.
       01  TB-FAIXAS-TABELA REDEFINES TB-FAIXAS-VALORES.
           02  TB-FAIXA-DIAS OCCURS 3 TIMES INDEXED BY IX-FX
                                      PIC 9(03).
       77  WRK-FAIXA-FIM              PIC 9(03) VALUE ZEROS.
       77  WRK-QT-FAIXA               PIC 9(05) VALUE ZEROS.
       77  WRK-VALOR-FAIXA            PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-PARADO           PIC 9(11)V99 VALUE ZEROS.

       77  WRK-RECEITA-ED             PIC -(9)9,99 VALUE ZEROS.
       77  WRK-VALOR-ED               PIC Z(9)9,99 VALUE ZEROS.
       77  WRK-PCT-ED                 PIC ZZ9,99 VALUE ZEROS.
       77  WRK-QT-ED                  PIC -(8)9 VALUE ZEROS.
       77  WRK-GIRO-ED                PIC ZZZZ9,9 VALUE ZEROS.
       77  WRK-COBERTURA-ED           PIC X(07) VALUE SPACES.
       77  WRK-DIAS-ED                PIC ZZZZZZ9 VALUE ZEROS.
       77  WRK-ULT-VENDA-ED           PIC X(08) VALUE SPACES.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'ABCANAL'.
       77  WRK-RSTA-FUNCAO            PIC X(01) VALUE SPACES.
       77  WRK-RSTA-RC                PIC 9(04) VALUE ZEROS.
       77  WRK-RSTA-LIBERADO          PIC X(01) VALUE 'S'.
           88  EXECUCAO-LIBERADA                VALUE 'S'.
       77  WRK-RPT-FUNCAO             PIC X(01) VALUE SPACES.
       77  WRK-RPT-TITULO             PIC X(40)
           VALUE 'CURVA ABC, GIRO E ESTOQUE PARADO'.
       77  WRK-RPT-LINHA              PIC X(100) VALUE SPACES.
       77  WRK-CTLT-LIDOS             PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-PROCESSADOS       PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-REJEITADOS        PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-MODO              PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0980-REGISTRAR-INICIO.
           PERFORM 0100-INICIALIZAR.
           IF MES-A-CLASSIFICAR
               PERFORM 0200-PROCESSAR
           END-IF.
           PERFORM 0300-FINALIZAR.
           PERFORM 0985-REGISTRAR-FIM.
           STOP RUN.

       0100-INICIALIZAR.
           DISPLAY '==== CURVA ABC E ESTOQUE PARADO ===='.
           CALL 'RUNDTRTN' USING WRK-DATA-MOVIMENTO END-CALL.
           MOVE WRK-DATA-MOVIMENTO (1:6) TO WRK-MES-MOVIMENTO.
           DISPLAY 'DATA DE MOVIMENTO : ' WRK-DATA-MOVIMENTO.
           PERFORM 0105-LER-CONTROLE.
           IF WRK-MES-CLASSIFICADO = WRK-MES-MOVIMENTO
               MOVE 'N' TO WRK-CLASSIFICAR
               DISPLAY 'MES ' WRK-MES-MOVIMENTO ' JA CLASSIFICADO - '
                   'NADA A FAZER NESTA NOITE'
           ELSE
               COMPUTE WRK-DIA-MOVIMENTO =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-MOVIMENTO)
               COMPUTE WRK-DIA-INICIO-JANELA =
                   WRK-DIA-MOVIMENTO - 365
               COMPUTE WRK-DATA-INICIO-JANELA =
                   FUNCTION DATE-OF-INTEGER (WRK-DIA-INICIO-JANELA)
               MOVE 'I' TO WRK-RPT-FUNCAO
               CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
                   WRK-RPT-TITULO WRK-RPT-LINHA
               END-CALL
               PERFORM 0110-CARREGAR-PRODUTOS
               PERFORM 0120-CARREGAR-SALDOS
               PERFORM 0130-CARREGAR-CUSTOS
               PERFORM 0140-CARREGAR-KITS
           END-IF.

       0105-LER-CONTROLE.
           OPEN INPUT ABC-CONTROL-FILE.
           IF WRK-CTRL-STATUS = '00'
               READ ABC-CONTROL-FILE
                   AT END MOVE ZEROS TO ABC-CONTROL-RECORD
               END-READ
               IF ABC-CONTROL-RECORD IS NUMERIC
                   MOVE ABC-CONTROL-RECORD TO WRK-MES-CLASSIFICADO
               END-IF
               CLOSE ABC-CONTROL-FILE
           END-IF.

       0110-CARREGAR-PRODUTOS.
           OPEN INPUT PRODUCT-MASTER-FILE.
           IF WRK-PROD-STATUS = '35'
               DISPLAY 'CADASTRO DE PRODUTOS (PRODMAST) AUSENTE'
               MOVE 'S' TO WRK-PROD-EOF
           ELSE
               READ PRODUCT-MASTER-FILE
                   AT END MOVE 'S' TO WRK-PROD-EOF
               END-READ
               PERFORM 0111-LER-PRODUTO UNTIL FIM-PRODUTOS
               CLOSE PRODUCT-MASTER-FILE
           END-IF.

      *    ACIMA DO LIMITE A CLASSIFICACAO NAO RODA: REGRAVAR O
      *    CADASTRO PELA METADE PERDERIA PRODUTOS.
       0111-LER-PRODUTO.
           IF WRK-QT-PRODUTOS >= WRK-LIMITE-PRODUTOS
               DISPLAY '*** TABELA DE PRODUTOS CHEIA - PRODUTO '
                   PROD-CODIGO ' FORA DA CLASSIFICACAO ***'
               MOVE 'N' TO WRK-CLASSIFICAR
           ELSE
               ADD 1 TO WRK-QT-PRODUTOS
               SET IX-PROD TO WRK-QT-PRODUTOS
               MOVE PRODUCT-MASTER-RECORD
                   TO TB-PROD-REGISTRO (IX-PROD)
               MOVE PROD-CODIGO    TO TB-PROD-CODIGO (IX-PROD)
               MOVE PROD-DESCRICAO TO TB-PROD-DESCRICAO (IX-PROD)
               MOVE ZEROS TO TB-PROD-SALDO (IX-PROD)
               MOVE ZEROS TO TB-PROD-CUSTO (IX-PROD)
               MOVE ZEROS TO TB-PROD-RECEITA (IX-PROD)
               MOVE ZEROS TO TB-PROD-QT-VENDIDA (IX-PROD)
               MOVE ZEROS TO TB-PROD-ULT-VENDA (IX-PROD)
               MOVE 'C'   TO TB-PROD-CLASSE (IX-PROD)
               MOVE 'N'   TO TB-PROD-KIT (IX-PROD)
               MOVE 'N'   TO TB-PROD-IMPRESSO (IX-PROD)
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

      *    O SALDO DO PRODUTO E A SOMA DE TODOS OS LOCAIS
       0121-LER-SALDO.
           MOVE STQ-CODIGO TO WRK-CODIGO-BUSCA.
           PERFORM 0150-LOCALIZAR-PRODUTO.
           IF PROD-ACHADO
               SET IX-PROD TO WRK-IX-PROD
               ADD STQ-SALDO TO TB-PROD-SALDO (IX-PROD)
           END-IF.
           READ STOCK-BALANCE-FILE
               AT END MOVE 'S' TO WRK-STQ-EOF
           END-READ.

       0130-CARREGAR-CUSTOS.
           OPEN INPUT STOCK-COST-FILE.
           IF WRK-CST-STATUS = '35'
               DISPLAY 'SEM CUSTO MEDIO (STOCKCST) - ESTOQUE PARADO '
                   'SAI SEM VALOR'
               MOVE 'S' TO WRK-CST-EOF
           ELSE
               READ STOCK-COST-FILE
                   AT END MOVE 'S' TO WRK-CST-EOF
               END-READ
               PERFORM 0131-LER-CUSTO UNTIL FIM-CUSTOS
               CLOSE STOCK-COST-FILE
           END-IF.

       0131-LER-CUSTO.
           MOVE CST-CODIGO TO WRK-CODIGO-BUSCA.
           PERFORM 0150-LOCALIZAR-PRODUTO.
           IF PROD-ACHADO
               SET IX-PROD TO WRK-IX-PROD
               MOVE CST-CUSTO-MEDIO TO TB-PROD-CUSTO (IX-PROD)
           END-IF.
           READ STOCK-COST-FILE
               AT END MOVE 'S' TO WRK-CST-EOF
           END-READ.

       0140-CARREGAR-KITS.
           OPEN INPUT PRODUCT-KIT-FILE.
           IF WRK-KIT-STATUS = '35'
               MOVE 'S' TO WRK-KIT-EOF
           ELSE
               READ PRODUCT-KIT-FILE
                   AT END MOVE 'S' TO WRK-KIT-EOF
               END-READ
               PERFORM 0141-LER-KIT UNTIL FIM-KITS
               CLOSE PRODUCT-KIT-FILE
           END-IF.

       0141-LER-KIT.
           IF WRK-QT-KITS < 200
              AND KIT-QUANTIDADE IS NUMERIC
              AND KIT-QUANTIDADE > ZEROS
               ADD 1 TO WRK-QT-KITS
               SET IX-KIT TO WRK-QT-KITS
               MOVE KIT-CODIGO     TO TB-KIT-CODIGO (IX-KIT)
               MOVE KIT-COMPONENTE TO TB-KIT-COMPONENTE (IX-KIT)
               MOVE KIT-QUANTIDADE TO TB-KIT-QUANTIDADE (IX-KIT)
               MOVE KIT-CODIGO TO WRK-CODIGO-BUSCA
               PERFORM 0150-LOCALIZAR-PRODUTO
               IF PROD-ACHADO
                   SET IX-PROD TO WRK-IX-PROD
                   MOVE 'S' TO TB-PROD-KIT (IX-PROD)
               END-IF
           END-IF.
           READ PRODUCT-KIT-FILE
               AT END MOVE 'S' TO WRK-KIT-EOF
           END-READ.

       0150-LOCALIZAR-PRODUTO.
           MOVE 'N' TO WRK-PROD-ACHADO.
           MOVE ZEROS TO WRK-IX-PROD.
           PERFORM 0151-PROCURAR-PRODUTO
               VARYING IX-PROD FROM 1 BY 1
               UNTIL IX-PROD > WRK-QT-PRODUTOS OR PROD-ACHADO.

       0151-PROCURAR-PRODUTO.
           IF TB-PROD-CODIGO (IX-PROD) = WRK-CODIGO-BUSCA
               MOVE 'S' TO WRK-PROD-ACHADO
               SET WRK-IX-PROD TO IX-PROD
           END-IF.

       0200-PROCESSAR.
           PERFORM 0210-LER-HISTORICO.
           PERFORM 0230-CLASSIFICAR.
           PERFORM 0250-ESTOQUE-PARADO.

      *    RECEITA E QUANTIDADE SO DENTRO DA JANELA DE 12 MESES;
      *    A ULTIMA VENDA OLHA O HISTORICO INTEIRO.
       0210-LER-HISTORICO.
           OPEN INPUT SALES-HISTORY-FILE.
           IF WRK-SHIS-STATUS = '35'
               DISPLAY 'HISTORICO DE VENDAS (SALEHIST) AINDA NAO '
                   'EXISTE'
               MOVE 'S' TO WRK-SHIS-EOF
           ELSE
               READ SALES-HISTORY-FILE
                   AT END MOVE 'S' TO WRK-SHIS-EOF
               END-READ
               PERFORM 0211-ACUMULAR-VENDA UNTIL FIM-HISTORICO
               CLOSE SALES-HISTORY-FILE
           END-IF.

       0211-ACUMULAR-VENDA.
           ADD 1 TO WRK-QT-LINHAS-HIST.
           IF SH-DATA <= WRK-DATA-MOVIMENTO
               MOVE SH-CODIGO TO WRK-CODIGO-BUSCA
               PERFORM 0150-LOCALIZAR-PRODUTO
               IF PROD-ACHADO
                   SET IX-PROD TO WRK-IX-PROD
                   IF SH-TIPO = 'V'
                       MOVE +1 TO WRK-SINAL
                       IF SH-DATA > TB-PROD-ULT-VENDA (IX-PROD)
                           MOVE SH-DATA TO TB-PROD-ULT-VENDA (IX-PROD)
                       END-IF
                   ELSE
                       MOVE -1 TO WRK-SINAL
                   END-IF
                   IF SH-DATA > WRK-DATA-INICIO-JANELA
                       COMPUTE TB-PROD-RECEITA (IX-PROD) =
                           TB-PROD-RECEITA (IX-PROD)
                           + (WRK-SINAL * SH-VALOR)
                       COMPUTE TB-PROD-QT-VENDIDA (IX-PROD) =
                           TB-PROD-QT-VENDIDA (IX-PROD)
                           + (WRK-SINAL * SH-QUANTIDADE)
                   END-IF
                   IF PRODUTO-KIT (IX-PROD)
                       PERFORM 0212-ACUMULAR-COMPONENTE
                           VARYING IX-KIT FROM 1 BY 1
                           UNTIL IX-KIT > WRK-QT-KITS
                   END-IF
               END-IF
           END-IF.
           READ SALES-HISTORY-FILE
               AT END MOVE 'S' TO WRK-SHIS-EOF
           END-READ.

       0212-ACUMULAR-COMPONENTE.
           IF TB-KIT-CODIGO (IX-KIT) = SH-CODIGO
               MOVE TB-KIT-COMPONENTE (IX-KIT) TO WRK-CODIGO-BUSCA
               PERFORM 0150-LOCALIZAR-PRODUTO
               IF PROD-ACHADO
                   SET IX-PROD TO WRK-IX-PROD
                   IF SH-TIPO = 'V'
                      AND SH-DATA > TB-PROD-ULT-VENDA (IX-PROD)
                       MOVE SH-DATA TO TB-PROD-ULT-VENDA (IX-PROD)
                   END-IF
                   IF SH-DATA > WRK-DATA-INICIO-JANELA
                       COMPUTE WRK-QT-COMPONENTE = WRK-SINAL
                           * SH-QUANTIDADE * TB-KIT-QUANTIDADE (IX-KIT)
                       ADD WRK-QT-COMPONENTE
                           TO TB-PROD-QT-VENDIDA (IX-PROD)
                   END-IF
               END-IF
           END-IF.

      *    CURVA ABC: PRODUTOS DA MAIOR PARA A MENOR RECEITA; A
      *    CLASSE SAI DO PERCENTUAL ACUMULADO ANTES DO PRODUTO, PARA
      *    QUE O PRIMEIRO PRODUTO SEJA SEMPRE A.
       0230-CLASSIFICAR.
           MOVE ZEROS TO WRK-RECEITA-TOTAL WRK-RECEITA-ACUM.
           INITIALIZE TB-CLASSE-TOTAIS.
           PERFORM 0231-SOMAR-RECEITA
               VARYING IX-PROD FROM 1 BY 1
               UNTIL IX-PROD > WRK-QT-PRODUTOS.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING '--- CURVA ABC - RECEITA DE ' WRK-DATA-INICIO-JANELA
               ' A ' WRK-DATA-MOVIMENTO ' ---'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           DISPLAY WRK-RPT-LINHA.
           PERFORM 0400-GRAVAR-LINHA-RPT.
           MOVE 'POS  PRODUTO DESCRICAO              RECEITA 12M'
               TO WRK-RPT-LINHA.
           MOVE '  % ACUM CL  GIRO COBERT' TO WRK-RPT-LINHA (48:25).
           DISPLAY WRK-RPT-LINHA.
           PERFORM 0400-GRAVAR-LINHA-RPT.
           PERFORM 0232-CLASSIFICAR-MAIOR
               VARYING WRK-POSICAO-RANK FROM 1 BY 1
               UNTIL WRK-POSICAO-RANK > WRK-QT-PRODUTOS.
           PERFORM 0236-RESUMO-CLASSES
               VARYING IX-CLS FROM 1 BY 1 UNTIL IX-CLS > 3.

       0231-SOMAR-RECEITA.
           IF TB-PROD-RECEITA (IX-PROD) > ZEROS
               ADD TB-PROD-RECEITA (IX-PROD) TO WRK-RECEITA-TOTAL
           END-IF.

       0232-CLASSIFICAR-MAIOR.
           MOVE 'N' TO WRK-TEM-MAIOR.
           MOVE ZEROS TO WRK-IX-MAIOR.
           PERFORM 0233-TESTAR-PRODUTO
               VARYING WRK-SUB FROM 1 BY 1
               UNTIL WRK-SUB > WRK-QT-PRODUTOS.
           IF TEM-MAIOR
               SET IX-PROD TO WRK-IX-MAIOR
               MOVE 'S' TO TB-PROD-IMPRESSO (IX-PROD)
               PERFORM 0234-ATRIBUIR-CLASSE
               PERFORM 0235-IMPRIMIR-PRODUTO
           END-IF.

       0233-TESTAR-PRODUTO.
           SET IX-PROD TO WRK-SUB.
           IF TB-PROD-IMPRESSO (IX-PROD) = 'N'
               IF NOT TEM-MAIOR
                  OR TB-PROD-RECEITA (IX-PROD) > WRK-MAIOR-VALOR
                   MOVE 'S' TO WRK-TEM-MAIOR
                   MOVE TB-PROD-RECEITA (IX-PROD)
                       TO WRK-MAIOR-VALOR
                   MOVE WRK-SUB TO WRK-IX-MAIOR
               END-IF
           END-IF.

       0234-ATRIBUIR-CLASSE.
           IF TB-PROD-RECEITA (IX-PROD) > ZEROS
              AND WRK-RECEITA-TOTAL > ZEROS
               COMPUTE WRK-PCT-ANTES ROUNDED =
                   WRK-RECEITA-ACUM * 100 / WRK-RECEITA-TOTAL
               ADD TB-PROD-RECEITA (IX-PROD) TO WRK-RECEITA-ACUM
               COMPUTE WRK-PCT-ACUM ROUNDED =
                   WRK-RECEITA-ACUM * 100 / WRK-RECEITA-TOTAL
               IF WRK-PCT-ANTES < WRK-CORTE-A
                   MOVE 'A' TO TB-PROD-CLASSE (IX-PROD)
                   SET IX-CLS TO 1
               ELSE
               IF WRK-PCT-ANTES < WRK-CORTE-B
                   MOVE 'B' TO TB-PROD-CLASSE (IX-PROD)
                   SET IX-CLS TO 2
               ELSE
                   MOVE 'C' TO TB-PROD-CLASSE (IX-PROD)
                   SET IX-CLS TO 3
               END-IF
               END-IF
           ELSE
               MOVE 'C' TO TB-PROD-CLASSE (IX-PROD)
               SET IX-CLS TO 3
           END-IF.
           ADD 1 TO TB-CLS-QT (IX-CLS).
           ADD TB-PROD-RECEITA (IX-PROD) TO TB-CLS-RECEITA (IX-CLS).
           IF TB-PROD-SALDO (IX-PROD) > ZEROS
               COMPUTE WRK-VALOR-ESTOQUE =
                   TB-PROD-SALDO (IX-PROD) * TB-PROD-CUSTO (IX-PROD)
               ADD WRK-VALOR-ESTOQUE TO TB-CLS-VALOR-ESTQ (IX-CLS)
           END-IF.

      *    GIRO = QUANTIDADE VENDIDA EM 12 MESES / SALDO ATUAL;
      *    COBERTURA = SALDO / VENDA MEDIA POR DIA. KIT NAO TEM
      *    SALDO PROPRIO E SAI SEM GIRO.
       0235-IMPRIMIR-PRODUTO.
           MOVE ZEROS  TO WRK-GIRO.
           MOVE SPACES TO WRK-COBERTURA-ED.
           IF PRODUTO-KIT (IX-PROD)
               MOVE '    KIT' TO WRK-COBERTURA-ED
           ELSE
               IF TB-PROD-SALDO (IX-PROD) > ZEROS
                  AND TB-PROD-QT-VENDIDA (IX-PROD) > ZEROS
                   COMPUTE WRK-GIRO ROUNDED =
                       TB-PROD-QT-VENDIDA (IX-PROD)
                       / TB-PROD-SALDO (IX-PROD)
                   COMPUTE WRK-DIAS-COBERTURA ROUNDED =
                       TB-PROD-SALDO (IX-PROD) * 365
                       / TB-PROD-QT-VENDIDA (IX-PROD)
                   MOVE WRK-DIAS-COBERTURA TO WRK-DIAS-ED
                   MOVE WRK-DIAS-ED TO WRK-COBERTURA-ED
               ELSE
                   IF TB-PROD-SALDO (IX-PROD) > ZEROS
                       MOVE 'S/VENDA' TO WRK-COBERTURA-ED
                   ELSE
                       MOVE 'S/SALDO' TO WRK-COBERTURA-ED
                   END-IF
               END-IF
           END-IF.
           MOVE TB-PROD-RECEITA (IX-PROD) TO WRK-RECEITA-ED.
           MOVE WRK-PCT-ACUM TO WRK-PCT-ED.
           IF TB-PROD-RECEITA (IX-PROD) NOT > ZEROS
               MOVE ZEROS TO WRK-PCT-ED
           END-IF.
           MOVE WRK-GIRO TO WRK-GIRO-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING WRK-POSICAO-RANK '  ' TB-PROD-CODIGO (IX-PROD)
               '  ' TB-PROD-DESCRICAO (IX-PROD)
               ' ' WRK-RECEITA-ED ' ' WRK-PCT-ED
               '  ' TB-PROD-CLASSE (IX-PROD)
               ' ' WRK-GIRO-ED ' ' WRK-COBERTURA-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           DISPLAY WRK-RPT-LINHA.
           PERFORM 0400-GRAVAR-LINHA-RPT.

       0236-RESUMO-CLASSES.
           MOVE TB-CLS-RECEITA (IX-CLS)    TO WRK-RECEITA-ED.
           MOVE TB-CLS-VALOR-ESTQ (IX-CLS) TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           SET WRK-SUB TO IX-CLS.
           STRING 'CLASSE ' WRK-LETRAS-CLASSE (WRK-SUB:1)
               ' PRODUTOS ' TB-CLS-QT (IX-CLS)
               ' RECEITA ' WRK-RECEITA-ED
               ' ESTOQUE A CUSTO ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           DISPLAY WRK-RPT-LINHA.
           PERFORM 0400-GRAVAR-LINHA-RPT.

      *    ESTOQUE PARADO EM TRES FAIXAS (365+, 180 A 364, 90 A
      *    179 DIAS SEM VENDA); PRODUTO NUNCA VENDIDO CAI NA FAIXA
      *    DE 365 DIAS. SO ENTRA PRODUTO COM SALDO.
       0250-ESTOQUE-PARADO.
           MOVE ZEROS TO WRK-VALOR-PARADO.
           PERFORM 0251-LISTAR-FAIXA
               VARYING IX-FX FROM 1 BY 1 UNTIL IX-FX > 3.
           MOVE WRK-VALOR-PARADO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'TOTAL DO ESTOQUE PARADO A CUSTO MEDIO '
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           DISPLAY WRK-RPT-LINHA.
           PERFORM 0400-GRAVAR-LINHA-RPT.

       0251-LISTAR-FAIXA.
           MOVE ZEROS TO WRK-QT-FAIXA WRK-VALOR-FAIXA.
           MOVE TB-FAIXA-DIAS (IX-FX) TO WRK-FAIXA.
           MOVE SPACES TO WRK-RPT-LINHA.
           IF IX-FX = 1
               STRING '--- SEM VENDA HA ' WRK-FAIXA
                   ' DIAS OU MAIS ---'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
           ELSE
               COMPUTE WRK-FAIXA-FIM = TB-FAIXA-DIAS (IX-FX - 1) - 1
               STRING '--- SEM VENDA HA ' WRK-FAIXA ' A '
                   WRK-FAIXA-FIM ' DIAS ---'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
           END-IF.
           DISPLAY WRK-RPT-LINHA.
           PERFORM 0400-GRAVAR-LINHA-RPT.
           PERFORM 0252-TESTAR-PARADO
               VARYING IX-PROD FROM 1 BY 1
               UNTIL IX-PROD > WRK-QT-PRODUTOS.
           MOVE WRK-VALOR-FAIXA TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING '  PRODUTOS ' WRK-QT-FAIXA
               ' VALOR A CUSTO ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           DISPLAY WRK-RPT-LINHA.
           PERFORM 0400-GRAVAR-LINHA-RPT.
           ADD WRK-VALOR-FAIXA TO WRK-VALOR-PARADO.

       0252-TESTAR-PARADO.
           IF TB-PROD-SALDO (IX-PROD) > ZEROS
               IF TB-PROD-ULT-VENDA (IX-PROD) = ZEROS
                   MOVE 9999999 TO WRK-DIAS-SEM-VENDA
                   MOVE 'NUNCA' TO WRK-ULT-VENDA-ED
               ELSE
                   COMPUTE WRK-DIAS-SEM-VENDA = WRK-DIA-MOVIMENTO
                       - FUNCTION INTEGER-OF-DATE
                           (TB-PROD-ULT-VENDA (IX-PROD))
                   MOVE TB-PROD-ULT-VENDA (IX-PROD)
                       TO WRK-ULT-VENDA-ED
               END-IF
               IF WRK-DIAS-SEM-VENDA >= TB-FAIXA-DIAS (IX-FX)
                  AND (IX-FX = 1
                   OR WRK-DIAS-SEM-VENDA < TB-FAIXA-DIAS (IX-FX - 1))
                   PERFORM 0253-IMPRIMIR-PARADO
               END-IF
           END-IF.

       0253-IMPRIMIR-PARADO.
           COMPUTE WRK-VALOR-ESTOQUE =
               TB-PROD-SALDO (IX-PROD) * TB-PROD-CUSTO (IX-PROD).
           ADD 1 TO WRK-QT-FAIXA.
           ADD WRK-VALOR-ESTOQUE TO WRK-VALOR-FAIXA.
           MOVE TB-PROD-SALDO (IX-PROD) TO WRK-QT-ED.
           MOVE WRK-VALOR-ESTOQUE TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING '  ' TB-PROD-CODIGO (IX-PROD)
               '  ' TB-PROD-DESCRICAO (IX-PROD)
               ' CL ' TB-PROD-CLASSE (IX-PROD)
               ' ULT VENDA ' WRK-ULT-VENDA-ED
               ' SALDO ' WRK-QT-ED
               ' VALOR ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           DISPLAY WRK-RPT-LINHA.
           PERFORM 0400-GRAVAR-LINHA-RPT.

       0300-FINALIZAR.
           IF MES-A-CLASSIFICAR
               PERFORM 0310-REGRAVAR-PRODUTOS
               PERFORM 0320-GRAVAR-CONTROLE
               MOVE 'F' TO WRK-RPT-FUNCAO
               CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
                   WRK-RPT-TITULO WRK-RPT-LINHA
               END-CALL
               MOVE WRK-QT-PRODUTOS TO WRK-CTLT-PROCESSADOS
           END-IF.
           DISPLAY ' ---------------------- '.
           DISPLAY 'PRODUTOS CLASSIFICADOS   : ' WRK-CTLT-PROCESSADOS.
           DISPLAY 'LINHAS DO HISTORICO LIDAS: ' WRK-QT-LINHAS-HIST.
           MOVE WRK-QT-LINHAS-HIST TO WRK-CTLT-LIDOS.
           CALL 'CTLTOTRTN' USING WRK-PROGRAMA-ID WRK-CTLT-LIDOS
               WRK-CTLT-PROCESSADOS WRK-CTLT-REJEITADOS
               WRK-CTLT-MODO
           END-CALL.
           DISPLAY ' FIM DA CURVA ABC '.

       0310-REGRAVAR-PRODUTOS.
           OPEN OUTPUT PRODUCT-MASTER-FILE.
           PERFORM 0311-GRAVAR-PRODUTO
               VARYING IX-PROD FROM 1 BY 1
               UNTIL IX-PROD > WRK-QT-PRODUTOS.
           CLOSE PRODUCT-MASTER-FILE.

       0311-GRAVAR-PRODUTO.
           MOVE TB-PROD-REGISTRO (IX-PROD) TO PRODUCT-MASTER-RECORD.
           MOVE SPACES TO PROD-SEP3.
           MOVE TB-PROD-CLASSE (IX-PROD) TO PROD-CLASSE-ABC.
           WRITE PRODUCT-MASTER-RECORD.

       0320-GRAVAR-CONTROLE.
           OPEN OUTPUT ABC-CONTROL-FILE.
           MOVE WRK-MES-MOVIMENTO TO ABC-CONTROL-RECORD.
           WRITE ABC-CONTROL-RECORD.
           CLOSE ABC-CONTROL-FILE.

       0400-GRAVAR-LINHA-RPT.
           MOVE 'L' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           MOVE SPACES TO WRK-RPT-LINHA.

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
