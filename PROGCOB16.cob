      *                     DE EXCECOES, COMO O ESTOURO DE LIMITE -
      *                     POR ARQUIVO NAO HA OPERADOR PARA PEDIR
      *                     OVERRIDE.
      *    15/10/2026  LCW  PEDIDO DE COMPRA E RECEBIMENTO GANHARAM O
      *                     CODIGO DO FORNECEDOR (SUPPMAST); A ENTRADA
      *                     QUE TRAZ FORNECEDOR SO CONSOME PEDIDO
      *                     ABERTO DELE. LINHA NO FORMATO ANTIGO CASA
      *                     SO PELO PRODUTO, COMO ANTES.
      *    15/10/2026  LCW  HISTORICO DE COMPRAS (PURCHHST): CADA
      *                     CASAMENTO DE RECEBIMENTO COM PEDIDO E
      *                     ANEXADO COM OS DIAS DE ATRASO CONTRA A
      *                     DATA PREVISTA, A QUANTIDADE ENTREGUE E
      *                     EXCEDENTE E O CUSTO DA ENTRADA CONTRA O
      *                     DO PEDIDO, PARA O SCORECARD DE
      *                     FORNECEDORES (SUPPSCOR).
      *    15/10/2026  LCW  A VENDA PASSOU A SER CONFERIDA CONTRA O
      *                     PRECO EM VIGOR NA DATA DA VENDA
      *                     (VENDA-DATA), TIRADO DO HISTORICO DE
      *                     PRECOS PRICEHST MANTIDO PELO PRODMAINT, E
      *                     NAO MAIS CONTRA O PRECO DE HOJE: VENDA
      *                     RETROATIVA DIGITADA DEPOIS DE UMA MUDANCA
      *                     DE PRECO DEIXA DE SER REJEITADA. SEM O
      *                     ARQUIVO, VALE O PROD-PRECO COMO ANTES.
      *    15/10/2026  LCW  IMPOSTO SOBRE VENDAS (ICMS/ISS): CADA
      *                     LINHA VALIDADA TEM O IMPOSTO CALCULADO
      *                     POR DENTRO PELA CLASSE FISCAL DO PRODUTO
      *                     E A UF DA LOJA (STOREMST/TAXRATE) E GERA
      *                     UMA NOTA FISCAL NUMERADA (NOTAFISC,
      *                     SEQUENCIA NFSEQ) - SAIDA NA VENDA,
      *                     ENTRADA NA DEVOLUCAO. O LOTE CONTABIL
      *                     SEPARA RECEITA BRUTA, IMPOSTOS SOBRE
      *                     VENDAS E ICMS/ISS A RECOLHER; O RESUMO
      *                     MOSTRA A RECEITA LIQUIDA.
      *    15/10/2026  LCW  ESTOQUE POR LOCAL: O STOCKBAL PASSOU A
      *                     TER UMA LINHA POR PRODUTO E LOJA OU
      *                     DEPOSITO (STQ-LOCAL). A ENTRADA SOMA NO
      *                     LOCAL QUE RECEBEU (RCV-LOCAL), A VENDA
      *                     ABATE E A DEVOLUCAO REPOE NA LOJA DA
      *                     VENDA; LINHA SEM LOCAL E DO LOCAL
      *                     PRINCIPAL (LOCPRTN). O REABASTECIMENTO
      *                     SAI POR LOCAL, CONTANDO O QUE ESTA EM
      *                     TRANSITO PARA ELE (STOCKTRF). O CUSTO
      *                     MEDIO CONTINUA SOBRE O TOTAL DA EMPRESA.
      *    15/10/2026  LCW  LOTE E VALIDADE: A ENTRADA COM LOTE
      *                     (RCV-LOTE/RCV-VALIDADE) ABRE OU SOMA O
      *                     LOTE NO LOCAL QUE RECEBEU E A VENDA
      *                     CONSOME OS LOTES DA LOJA DO PRIMEIRO A
      *                     VENCER EM DIANTE (ROTINA LOTRTN, SALDO
      *                     POR LOTE NO STOCKLOT). A DEVOLUCAO VOLTA
      *                     AO SALDO COMO ESTOQUE SEM LOTE.
      *    15/10/2026  LCW  KITS (PRODKIT): PRODUTO COM ESTRUTURA
      *                     NO PRODKIT E KIT - A VENDA E A
      *                     DEVOLUCAO SAO EXPLODIDAS NOS
      *                     COMPONENTES, QUE TEM O SALDO (TOTAL,
      *                     LOJA E LOTES) MOVIDO PELA QUANTIDADE DO
      *                     KIT X QUANTIDADE DO COMPONENTE; O CMV DO
      *                     KIT NA MARGEM E A SOMA DO CUSTO MEDIO
      *                     DOS COMPONENTES. KIT NAO TEM SALDO NEM
      *                     REPOSICAO PROPRIOS.
      *    15/10/2026  LCW  CAMPANHAS PROMOCIONAIS (PROMOCAO): A
      *                     LINHA QUE NAO BATE COM O PRECO EM VIGOR
      *                     E ACEITA SE BATER COM O PRECO DA
      *                     CAMPANHA QUE COBRE PRODUTO, LOJA E DATA
      *                     DA VENDA (ROTINA PROMRTN, A MESMA DA
      *                     DIGITACAO), E O HISTORICO SALEHIST LEVA
      *                     O CODIGO DA CAMPANHA.
      *    15/10/2026  LCW  MEIO DE PAGAMENTO DA VENDA A VISTA
      *                     (VENDA-MEIO-PAGTO): O MOVIMENTO A VISTA
      *                     E SOMADO POR LOJA E MEIO NO CAIXADIA
      *                     PARA O FECHAMENTO DE CAIXA (CXFECHA), E
      *                     NO LOTE CONTABIL O CARTAO VAI PARA
      *                     CARTOES A RECEBER E O PIX PARA O BANCO,
      *                     FICANDO NO CAIXA SO O DINHEIRO.
      *    15/10/2026  LCW  PROGRAMA DE FIDELIDADE: TODA LINHA
      *                     VALIDADA COM CLIENTE GERA PONTOS NO
      *                     EXTRATO FIDPONTO PELO VALOR PAGO
      *                     (PONTOS POR REAL DO FIDPARM), A
      *                     DEVOLUCAO E O CANCELAMENTO ESTORNAM, E O
      *                     RESGATE FEITO NA DIGITACAO E LANCADO
      *                     COMO SAIDA DE PONTOS. O DESCONTO PAGO EM
      *                     PONTOS NAO ENTRA NO CAIXADIA NEM NO
      *                     CAIXA: NO LOTE CONTABIL ELE DEBITA O
      *                     PASSIVO DE PONTOS A RESGATAR.
      *    15/10/2026  LCW  A LINHA DO PAYMOVE GANHOU AS HORAS
      *                     NOTURNAS NO FIM: A TABELA QUE PRESERVA
      *                     OS DETALHES NA REGRAVACAO FOI ALARGADA
      *                     PARA NAO CORTAR O CAMPO NOVO.
      *    15/10/2026  LCW  LOTE CONTABIL POR LOJA: RECEITA,
      *                     DEVOLUCOES E IMPOSTOS SOBRE VENDAS SAEM
      *                     UMA LINHA POR LOJA (TRAN-LOJA), E O CMV
      *                     DO DIA PASSA A SER CONTABILIZADO (DEBITO
      *                     NO CMV POR LOJA, CREDITO NO ESTOQUE),
      *                     PARA O RESULTADO POR LOJA DO LOJADRE. O
      *                     QUE NAO COUBE NA TABELA DE LOJAS SAI
      *                     NUMA LINHA SEM LOJA.
      *    15/10/2026  LCW  ESTOQUE PERMANENTE NO RAZAO: CADA
      *                     RECEBIMENTO DO GOODSRCV E VALORIZADO PELO
      *                     CUSTO DA ENTRADA (SEM CUSTO, PELO CUSTO
      *                     MEDIO) E O TOTAL DO DIA VAI AO LOTE
      *                     (DEBITO NO ESTOQUE, CREDITO EM
      *                     MERCADORIAS RECEBIDAS A FATURAR, QUE O
      *                     APPAYRUN BAIXA NA APROVACAO DO TITULO).
      *    15/10/2026  LCW  CONTAS DOS LANCAMENTOS PELA TABELA DE
      *                     REGRAS CONTABEIS (REGRACTB, ROTINA
      *                     REGRARTN); OS VALORES FIXOS FICAM COMO
      *                     CONTA PADRAO SEM A TABELA.
      *    15/10/2026  LCW  CONTROLE DE REEXECUCAO (ROTINA RUNSTRTN /
      *                     ARQUIVO RUNSTAT): O PASSO JA CONCLUIDO OU
      *                     INTERROMPIDO NA DATA DE MOVIMENTO E
      *                     RECUSADO COM RC=8, SALVO CARTAO DE
      *                     LIBERACAO NO DD RUNOVRD.
      *    15/10/2026  LCW  DEVOLUCAO E CANCELAMENTO DE LINHA PAGA
      *                     COM PONTOS: O ESTORNO SAI SOBRE O VALOR
      *                     PAGO, OS PONTOS RESGATADOS VOLTAM AO
      *                     CLIENTE (MOVIMENTO 'D') E A PARTE PAGA
      *                     COM PONTOS VOLTA AO PASSIVO DE PONTOS NO
      *                     LOTE, EM VEZ DE SAIR DO CAIXA.
      **********************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SHIS-STATUS.

           SELECT PURCHASE-HISTORY-FILE ASSIGN TO 'PURCHHST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PCH-STATUS.

           SELECT PRICE-HISTORY-FILE ASSIGN TO 'PRICEHST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRH-STATUS.

           SELECT STORE-MASTER-FILE ASSIGN TO 'STOREMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LJ-STATUS.

           SELECT TAX-RATE-FILE ASSIGN TO 'TAXRATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TAX-STATUS.

           SELECT TAX-INVOICE-FILE ASSIGN TO 'NOTAFISC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NF-STATUS.

           SELECT NF-SEQUENCE-FILE ASSIGN TO 'NFSEQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NFSEQ-STATUS.

           SELECT STOCK-TRANSFER-FILE ASSIGN TO 'STOCKTRF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRF-STATUS.

           SELECT PRODUCT-KIT-FILE ASSIGN TO 'PRODKIT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-KIT-STATUS.

           SELECT CASH-DAY-FILE ASSIGN TO 'CAIXADIA'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOYALTY-PARM-FILE ASSIGN TO 'FIDPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FPAR-STATUS.

           SELECT LOYALTY-POINTS-FILE ASSIGN TO 'FIDPONTO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PTO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-TRANSACTION-FILE.
       FD  SALES-HISTORY-FILE.
           COPY 'SALEHIST.cob'.

       FD  PURCHASE-HISTORY-FILE.
           COPY 'PURCHHST.cob'.

       FD  PRICE-HISTORY-FILE.
           COPY 'PRICEHST.cob'.

       FD  STORE-MASTER-FILE.
           COPY 'STOREMST.cob'.

       FD  TAX-RATE-FILE.
           COPY 'TAXRATE.cob'.

       FD  TAX-INVOICE-FILE.
           COPY 'NOTAFISC.cob'.

       FD  NF-SEQUENCE-FILE.
       01  NF-SEQUENCE-RECORD         PIC 9(08).

       FD  STOCK-TRANSFER-FILE.
           COPY 'STOCKTRF.cob'.

       FD  PRODUCT-KIT-FILE.
           COPY 'PRODKIT.cob'.

       FD  CASH-DAY-FILE.
           COPY 'CAIXADIA.cob'.

       FD  LOYALTY-PARM-FILE.
           COPY 'FIDPARM.cob'.

       FD  LOYALTY-POINTS-FILE.
           COPY 'FIDPONTO.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.
               03  TB-PROD-QT-VENDIDA PIC S9(07).
               03  TB-PROD-RECEITA    PIC S9(09)V99.
               03  TB-PROD-CMV        PIC S9(09)V99.
               03  TB-PROD-CLASSE     PIC X(03).
               03  TB-PROD-KIT        PIC X(01).
                   88  PRODUTO-KIT              VALUE 'S'.
       77  WRK-QT-PRODUTOS            PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-PRODUTOS        PIC 9(03) VALUE 100.
       77  WRK-PROD-EOF               PIC X(01) VALUE 'N'.
           88  PROD-ACHADO                      VALUE 'S'.
       77  WRK-IX-PROD                PIC 9(03) VALUE ZEROS.
       77  WRK-VALOR-ESPERADO         PIC 9(09)V99 VALUE ZEROS.

      *    SALDO DE ESTOQUE POR PRODUTO E LOCAL (STOCKBAL), COM O
      *    QUE ESTA EM TRANSITO PARA O LOCAL (STOCKTRF); O
      *    TB-PROD-ESTOQUE FICA COMO O TOTAL DA EMPRESA, BASE DO
      *    CUSTO MEDIO
       01  TB-SALDO-LOCAL-TABELA.
           02  TB-SALDO-LOCAL OCCURS 500 TIMES INDEXED BY IX-SLC.
               03  TB-SLC-CODIGO      PIC X(06).
               03  TB-SLC-LOCAL       PIC X(10).
               03  TB-SLC-SALDO       PIC S9(07).
               03  TB-SLC-TRANSITO    PIC 9(07).
       77  WRK-QT-SALDOS-LOCAL        PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-SALDOS-LOCAL    PIC 9(03) VALUE 500.
       77  WRK-SLC-ACHADO             PIC X(01) VALUE 'N'.
           88  SLC-ACHADO                       VALUE 'S'.
       77  WRK-IX-SLC                 PIC 9(03) VALUE ZEROS.
       77  WRK-CODIGO-MOVIMENTO       PIC X(06) VALUE SPACES.
       77  WRK-LOCAL-MOVIMENTO        PIC X(10) VALUE SPACES.
       77  WRK-LOCAL-PRINCIPAL        PIC X(10) VALUE SPACES.
       77  WRK-PROD-GRAVADO           PIC X(01) VALUE 'N'.
           88  PROD-GRAVADO                     VALUE 'S'.
      *    PARAMETROS DA ROTINA DE LOTES (LOTRTN)
       77  WRK-LOT-FUNCAO             PIC X(01) VALUE SPACES.
       77  WRK-LOT-LOTE               PIC X(10) VALUE SPACES.
       77  WRK-LOT-VALIDADE           PIC 9(08) VALUE ZEROS.
       77  WRK-LOT-QUANTIDADE         PIC 9(07) VALUE ZEROS.
       77  WRK-LOT-SEM-LOTE           PIC 9(07) VALUE ZEROS.
       77  WRK-TRF-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-TRF-EOF                PIC X(01) VALUE 'N'.
           88  FIM-TRANSFERENCIAS               VALUE 'S'.
       77  WRK-QT-MOVIMENTO           PIC 9(07) VALUE ZEROS.

      *    ESTRUTURA DOS KITS (PRODKIT): CADA LINHA GUARDA A
      *    POSICAO DO COMPONENTE NA TABELA DE PRODUTOS
       01  TB-KIT-TABELA.
           02  TB-KIT OCCURS 200 TIMES INDEXED BY IX-KIT.
               03  TB-KIT-CODIGO      PIC X(06).
               03  TB-KIT-COMPONENTE  PIC X(06).
               03  TB-KIT-QUANTIDADE  PIC 9(05).
               03  TB-KIT-IX-COMP     PIC 9(03).
       77  WRK-QT-KITS                PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-KITS            PIC 9(03) VALUE 200.
       77  WRK-KIT-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-KIT-EOF                PIC X(01) VALUE 'N'.
           88  FIM-KITS                         VALUE 'S'.
       77  WRK-IX-KIT-PROD            PIC 9(03) VALUE ZEROS.
       77  WRK-CUSTO-CMV              PIC 9(07)V99 VALUE ZEROS.

      *    HISTORICO DE PRECOS (PRICEHST) PARA ACHAR O PRECO EM
      *    VIGOR NA DATA DE CADA VENDA
       01  TB-PRECO-HIST-TABELA.
           02  TB-PRECO-HIST OCCURS 2000 TIMES INDEXED BY IX-PRH.
               03  TB-PRH-CODIGO      PIC X(06).
               03  TB-PRH-VIGENCIA    PIC 9(08).
               03  TB-PRH-PRECO       PIC 9(05)V99.
               03  TB-PRH-ANTERIOR    PIC 9(05)V99.
       77  WRK-QT-PRECOS-HIST         PIC 9(04) VALUE ZEROS.
       77  WRK-LIMITE-PRECOS-HIST     PIC 9(04) VALUE 2000.
       77  WRK-PRH-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-PRH-EOF                PIC X(01) VALUE 'N'.
           88  FIM-PRECOS-HIST                  VALUE 'S'.
       77  WRK-PRECO-VIGENTE          PIC 9(05)V99 VALUE ZEROS.
       77  WRK-MAIOR-VIGENCIA         PIC 9(08) VALUE ZEROS.
       77  WRK-MENOR-VIGENCIA         PIC 9(08) VALUE ZEROS.
       77  WRK-PRECO-ANTES-HIST       PIC 9(05)V99 VALUE ZEROS.
       77  WRK-VIGENCIA-ACHADA        PIC X(01) VALUE 'N'.
           88  VIGENCIA-ACHADA                  VALUE 'S'.
      *    PRECO DE CAMPANHA PROMOCIONAL (ROTINA PROMRTN)
       77  WRK-PRECO-PROMO            PIC 9(05)V99 VALUE ZEROS.
       77  WRK-CAMPANHA-VENDA         PIC X(08) VALUE SPACES.

      *    IMPOSTO SOBRE VENDAS: UF DE CADA LOJA (STOREMST) E
      *    ALIQUOTA POR CLASSE FISCAL E UF (TAXRATE), COM A NOTA
      *    FISCAL NUMERADA PELA SEQUENCIA NFSEQ
       01  TB-LOJA-UF-TABELA.
           02  TB-LOJA-UF OCCURS 50 TIMES INDEXED BY IX-LJU.
               03  TB-LJU-CODIGO      PIC X(10).
               03  TB-LJU-UF          PIC X(02).
       77  WRK-QT-LOJAS-UF            PIC 9(02) VALUE ZEROS.
       77  WRK-LJ-STATUS              PIC X(02) VALUE SPACES.
       77  WRK-LJ-EOF                 PIC X(01) VALUE 'N'.
           88  FIM-LOJAS-UF                     VALUE 'S'.
       77  WRK-LJU-ACHADA             PIC X(01) VALUE 'N'.
           88  LJU-ACHADA                       VALUE 'S'.
       01  TB-ALIQUOTA-TABELA.
           02  TB-ALIQUOTA OCCURS 100 TIMES INDEXED BY IX-ALQ.
               03  TB-ALQ-CLASSE      PIC X(03).
               03  TB-ALQ-UF          PIC X(02).
               03  TB-ALQ-IMPOSTO     PIC X(04).
               03  TB-ALQ-ALIQUOTA    PIC 9(02)V99.
       77  WRK-QT-ALIQUOTAS           PIC 9(03) VALUE ZEROS.
       77  WRK-TAX-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-TAX-EOF                PIC X(01) VALUE 'N'.
           88  FIM-ALIQUOTAS                    VALUE 'S'.
       77  WRK-ALQ-ACHADA             PIC X(01) VALUE 'N'.
           88  ALQ-ACHADA                       VALUE 'S'.
       77  WRK-UF-VENDA               PIC X(02) VALUE SPACES.
       77  WRK-CLASSE-VENDA           PIC X(03) VALUE SPACES.
       77  WRK-IMPOSTO-VENDA          PIC X(04) VALUE SPACES.
       77  WRK-ALIQUOTA-VENDA         PIC 9(02)V99 VALUE ZEROS.
       77  WRK-VALOR-IMPOSTO          PIC 9(07)V99 VALUE ZEROS.
       77  WRK-NF-STATUS              PIC X(02) VALUE SPACES.
       77  WRK-NFSEQ-STATUS           PIC X(02) VALUE SPACES.
       77  WRK-SEQ-NOTA               PIC 9(08) VALUE ZEROS.
       77  WRK-QT-NOTAS               PIC 9(05) VALUE ZEROS.
       77  WRK-ICMS-VENDAS            PIC 9(09)V99 VALUE ZEROS.
       77  WRK-ISS-VENDAS             PIC 9(09)V99 VALUE ZEROS.
       77  WRK-ICMS-DEVOL             PIC 9(09)V99 VALUE ZEROS.
       77  WRK-ISS-DEVOL              PIC 9(09)V99 VALUE ZEROS.
       77  WRK-RECEITA-BRUTA          PIC S9(09)V99 VALUE ZEROS.
       77  WRK-IMPOSTOS-LIQ           PIC S9(09)V99 VALUE ZEROS.
       77  WRK-RECEITA-LIQUIDA        PIC S9(09)V99 VALUE ZEROS.
       77  WRK-FISCAL-ED              PIC -Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-STQ-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-STQ-EOF                PIC X(01) VALUE 'N'.
           88  FIM-SALDOS-ESTOQUE               VALUE 'S'.
       01  TB-PAYMOVE-TABELA.
           02  TB-PAYMOVE-LINHA OCCURS 200 TIMES
                                      INDEXED BY IX-PMV
                                      PIC X(42).
       77  WRK-QT-PAYMOVE             PIC 9(03) VALUE ZEROS.
       77  WRK-QT-MOV-GRAVADOS        PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-MOV-GRAVADO      PIC 9(11)V99 VALUE ZEROS.
               03  TB-PED-PREVISTA    PIC 9(08).
               03  TB-PED-CUSTO       PIC 9(05)V99.
               03  TB-PED-SITUACAO    PIC X(01).
               03  TB-PED-FORNECEDOR  PIC 9(06).
       77  WRK-QT-PEDIDOS             PIC 9(03) VALUE ZEROS.
       77  WRK-PORD-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-PORD-EOF               PIC X(01) VALUE 'N'.
           88  PED-ACHADO                       VALUE 'S'.
       77  WRK-IX-PED                 PIC 9(03) VALUE ZEROS.
       77  WRK-QT-A-CASAR             PIC 9(05) VALUE ZEROS.
       77  WRK-FORN-RECEBIMENTO       PIC 9(06) VALUE ZEROS.
       77  WRK-QT-CABE-PEDIDO         PIC 9(05) VALUE ZEROS.
       77  WRK-PEDIDOS-MUDARAM        PIC X(01) VALUE 'N'.
           88  PEDIDOS-MUDARAM                  VALUE 'S'.

      *    HISTORICO DE COMPRAS: A LINHA DO CASAMENTO FICA NA AREA
      *    DO REGISTRO ATE O FIM DO RECEBIMENTO, QUANDO SE SABE SE
      *    SOBROU EXCEDENTE ALEM DO ULTIMO PEDIDO CONSUMIDO
       77  WRK-PCH-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-PCH-PENDENTE           PIC X(01) VALUE 'N'.
           88  ENTREGA-PENDENTE                 VALUE 'S'.
       77  WRK-QT-ENTREGAS-HIST       PIC 9(05) VALUE ZEROS.
       77  WRK-DATA-RECEBIMENTO       PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-ATRASO            PIC S9(09) VALUE ZEROS.

      *    CUSTO MEDIO PONDERADO (STOCKCST) E APURACAO DE CMV E
      *    MARGEM DO DIA POR PRODUTO E POR LOJA
       77  WRK-CST-STATUS             PIC X(02) VALUE SPACES.
               03  TB-LOJA-NOME       PIC X(10).
               03  TB-LOJA-RECEITA    PIC S9(09)V99.
               03  TB-LOJA-CMV        PIC S9(09)V99.
               03  TB-LOJA-VENDAS     PIC 9(09)V99.
               03  TB-LOJA-DEVOLUCOES PIC 9(09)V99.
               03  TB-LOJA-IMP-VENDAS PIC 9(09)V99.
               03  TB-LOJA-IMP-DEVOL  PIC 9(09)V99.
       77  WRK-QT-LOJAS               PIC 9(02) VALUE ZEROS.
       77  WRK-LOJA-ACHADA            PIC X(01) VALUE 'N'.
           88  LOJA-ACHADA                      VALUE 'S'.
       77  WRK-CONTA-CLIENTES         PIC 9(06) VALUE 120100.
       77  WRK-CONTA-RECEITA          PIC 9(06) VALUE 410100.
       77  WRK-CONTA-DEVOLUCOES       PIC 9(06) VALUE 410900.
       77  WRK-CONTA-IMPOSTOS         PIC 9(06) VALUE 410800.
       77  WRK-CONTA-ICMS             PIC 9(06) VALUE 210400.
       77  WRK-CONTA-ISS              PIC 9(06) VALUE 210410.
       77  WRK-CONTA-CARTOES          PIC 9(06) VALUE 120300.
       77  WRK-CONTA-BANCO            PIC 9(06) VALUE 100100.
       77  WRK-TOT-VISTA              PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-PRAZO              PIC 9(09)V99 VALUE ZEROS.
       77  WRK-DEVOL-VISTA            PIC 9(09)V99 VALUE ZEROS.
       77  WRK-DEVOL-PRAZO            PIC 9(09)V99 VALUE ZEROS.
      *    PARTE DO A VISTA QUE NAO E DINHEIRO NA GAVETA
       77  WRK-TOT-CARTAO             PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-PIX                PIC 9(09)V99 VALUE ZEROS.
       77  WRK-DEVOL-CARTAO           PIC 9(09)V99 VALUE ZEROS.
       77  WRK-DEVOL-PIX              PIC 9(09)V99 VALUE ZEROS.
       77  WRK-LANC-CONTA             PIC 9(06) VALUE ZEROS.
       77  WRK-LANC-TIPO              PIC X(01) VALUE SPACES.
       77  WRK-LANC-VALOR             PIC 9(07)V99 VALUE ZEROS.
       77  WRK-LANC-LOJA              PIC X(10) VALUE SPACES.
      *    RESULTADO DO DIA LANCADO POR LOJA: O CMV CONTRA O
      *    ESTOQUE E, PARA CADA LINHA DE RESULTADO, O QUE SOBRA DO
      *    TOTAL DEPOIS DAS LOJAS DA TABELA (LOJA QUE NAO COUBE)
       77  WRK-CONTA-CMV              PIC 9(06) VALUE 450100.
       77  WRK-CONTA-ESTOQUE          PIC 9(06) VALUE 150100.
      *    RECEBIMENTOS DO DIA AO CUSTO, CONTRA MERCADORIAS
      *    RECEBIDAS A FATURAR
       77  WRK-CONTA-A-FATURAR        PIC 9(06) VALUE 210310.
       77  WRK-CUSTO-ENTRADA          PIC 9(05)V99 VALUE ZEROS.
       77  WRK-TOT-RECEBIMENTOS       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-RESTO-VENDAS           PIC S9(09)V99 VALUE ZEROS.
       77  WRK-RESTO-DEVOLUCOES       PIC S9(09)V99 VALUE ZEROS.
       77  WRK-RESTO-IMP-VENDAS       PIC S9(09)V99 VALUE ZEROS.
       77  WRK-RESTO-IMP-DEVOL        PIC S9(09)V99 VALUE ZEROS.
       77  WRK-RESTO-CMV              PIC S9(11)V99 VALUE ZEROS.
       77  WRK-CMV-LANCAR             PIC S9(11)V99 VALUE ZEROS.
       77  WRK-QT-LINHAS-LOTE         PIC 9(05) VALUE ZEROS.
       77  WRK-LOTE-DEBITOS           PIC 9(11)V99 VALUE ZEROS.
       77  WRK-LOTE-CREDITOS          PIC 9(11)V99 VALUE ZEROS.
           02  WRK-LOTE-AAMMDD        PIC 9(06).
       77  WRK-DATA-LOTE              PIC 9(08) VALUE ZEROS.

      *    MOVIMENTO A VISTA POR LOJA E MEIO DE PAGAMENTO, GRAVADO
      *    NO CAIXADIA PARA O FECHAMENTO DE CAIXA
       01  TB-CAIXA-TABELA.
           02  TB-CAIXA OCCURS 100 TIMES INDEXED BY IX-CXA.
               03  TB-CXA-LOJA        PIC X(10).
               03  TB-CXA-MEIO        PIC X(01).
               03  TB-CXA-VENDAS      PIC 9(09)V99.
               03  TB-CXA-DEVOLUCOES  PIC 9(09)V99.
       77  WRK-QT-CAIXAS              PIC 9(03) VALUE ZEROS.
       77  WRK-IX-CXA                 PIC 9(03) VALUE ZEROS.
       77  WRK-CXA-ACHADO             PIC X(01) VALUE 'N'.
           88  CXA-ACHADO                       VALUE 'S'.
       77  WRK-MEIO-CAIXA             PIC X(01) VALUE SPACES.
           88  MEIO-CARTAO                      VALUE 'B' 'C'.
           88  MEIO-PIX                         VALUE 'X'.

      *    PROGRAMA DE FIDELIDADE (FIDPARM/FIDPONTO): PONTOS DA
      *    LINHA E RESGATE TRAZIDO DA DIGITACAO, QUE PAGA PARTE DA
      *    VENDA A VISTA CONTRA O PASSIVO DE PONTOS A RESGATAR
       77  WRK-CONTA-PONTOS           PIC 9(06) VALUE 210500.
       77  WRK-FPAR-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-PTO-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-PONTOS-POR-REAL        PIC 9(03) VALUE 1.
       77  WRK-PONTOS-LINHA           PIC 9(07) VALUE ZEROS.
       77  WRK-PONTOS-RESGATE         PIC 9(07) VALUE ZEROS.
       77  WRK-DESCONTO-PONTOS        PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VALOR-PAGO             PIC 9(07)V99 VALUE ZEROS.
       77  WRK-TOT-RESGATE            PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-RESGATE-ED         PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.
      *    PARTE DAS DEVOLUCOES A VISTA QUE FOI PAGA COM PONTOS E
      *    VOLTA AO PASSIVO, NAO AO CAIXA
       77  WRK-DEVOL-RESGATE          PIC 9(09)V99 VALUE ZEROS.
       77  WRK-QT-PONTOS-GANHOS       PIC 9(09) VALUE ZEROS.
       77  WRK-QT-PONTOS-ESTORNADOS   PIC 9(09) VALUE ZEROS.
       77  WRK-QT-PONTOS-RESGATADOS   PIC 9(09) VALUE ZEROS.
       77  WRK-QT-PONTOS-DEVOLVIDOS   PIC 9(09) VALUE ZEROS.
       77  WRK-TIPO-PONTOS            PIC X(01) VALUE SPACES.
       77  WRK-VALOR-PONTOS           PIC 9(07)V99 VALUE ZEROS.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'PROGCOB16'.
       77  WRK-RSTA-FUNCAO            PIC X(01) VALUE SPACES.
       77  WRK-RSTA-RC                PIC 9(04) VALUE ZEROS.
       77  WRK-RSTA-LIBERADO          PIC X(01) VALUE 'S'.
           88  EXECUCAO-LIBERADA                VALUE 'S'.
       77  WRK-REGRA-EVENTO           PIC X(15) VALUE SPACES.
       77  WRK-REGRA-LADO             PIC X(01) VALUE SPACES.
       77  WRK-RLOG-FUNCAO            PIC X(01) VALUE SPACES.
       77  WRK-CTLT-LIDOS             PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-PROCESSADOS       PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0980-REGISTRAR-INICIO.
           MOVE 'I' TO WRK-RLOG-FUNCAO.
           CALL 'RUNLOGRT' USING WRK-PROGRAMA-ID WRK-RLOG-FUNCAO
           END-CALL.
           MOVE 'F' TO WRK-RLOG-FUNCAO.
           CALL 'RUNLOGRT' USING WRK-PROGRAMA-ID WRK-RLOG-FUNCAO
           END-CALL.
           PERFORM 0985-REGISTRAR-FIM.
           STOP RUN.

       0100-INICIALIZAR.
           END-CALL.
           COMPUTE WRK-ANO-MES-HOJE = WRK-ANO-HOJE * 100 + WRK-MES-HOJE.
           DISPLAY 'DATA DO FECHAMENTO : ' WRK-DATA-FORMATADA.
           PERFORM 0167-DETERMINAR-CONTAS.
           PERFORM 0110-LER-ROLLUP.
           PERFORM 0120-CARREGAR-PRODUTOS.
           PERFORM 0163-CARREGAR-KITS.
           PERFORM 0140-CARREGAR-PRECOS-HIST.
           CALL 'LOCPRTN' USING WRK-LOCAL-PRINCIPAL END-CALL.
           PERFORM 0150-CARREGAR-LOJAS-UF.
           PERFORM 0125-CARREGAR-ESTOQUE.
           PERFORM 0157-CARREGAR-TRANSITO.
           PERFORM 0145-CARREGAR-CUSTOS.
           PERFORM 0143-CARREGAR-PEDIDOS.
           PERFORM 0122-ABRIR-HIST-COMPRAS.
           PERFORM 0128-APLICAR-RECEBIMENTOS.
           CLOSE PURCHASE-HISTORY-FILE.
           PERFORM 0130-CARREGAR-COMISSOES.
           PERFORM 0135-CARREGAR-CLIENTES.
           PERFORM 0137-CARREGAR-POSICAO-AR.
           PERFORM 0138-ABRIR-FATURAS.
           PERFORM 0148-ABRIR-HISTORICO.
           PERFORM 0165-CARREGAR-PARAM-FIDELIDADE.
           PERFORM 0166-ABRIR-PONTOS.
           PERFORM 0152-CARREGAR-ALIQUOTAS.
           PERFORM 0154-ABRIR-NOTAS.
           OPEN INPUT SALES-TRANSACTION-FILE.
           READ SALES-TRANSACTION-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    CONTA DE CADA EVENTO DO LOTE CONTABIL PELA TABELA DE REGRAS
      *    (REGRACTB); SEM REGRA FICA O VALOR FIXO DO PROGRAMA.
       0167-DETERMINAR-CONTAS.
           MOVE 'VENDA-A-VISTA' TO WRK-REGRA-EVENTO.
           MOVE 'D' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-CAIXA
           END-CALL.
           MOVE 'VENDA-CARTAO' TO WRK-REGRA-EVENTO.
           MOVE 'D' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-CARTOES
           END-CALL.
           MOVE 'VENDA-PIX' TO WRK-REGRA-EVENTO.
           MOVE 'D' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-BANCO
           END-CALL.
           MOVE 'VENDA-A-PRAZO' TO WRK-REGRA-EVENTO.
           MOVE 'D' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-CLIENTES
           END-CALL.
           MOVE 'RESGATE-PONTOS' TO WRK-REGRA-EVENTO.
           MOVE 'D' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-PONTOS
           END-CALL.
           MOVE 'RECEITA-VENDA' TO WRK-REGRA-EVENTO.
           MOVE 'C' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-RECEITA
           END-CALL.
           MOVE 'DEVOLUCAO-VENDA' TO WRK-REGRA-EVENTO.
           MOVE 'D' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-DEVOLUCOES
           END-CALL.
           MOVE 'IMPOSTO-VENDA' TO WRK-REGRA-EVENTO.
           MOVE 'D' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-IMPOSTOS
           END-CALL.
           MOVE 'ICMS-VENDA' TO WRK-REGRA-EVENTO.
           MOVE 'C' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-ICMS
           END-CALL.
           MOVE 'ISS-VENDA' TO WRK-REGRA-EVENTO.
           MOVE 'C' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-ISS
           END-CALL.
           MOVE 'CMV-VENDA' TO WRK-REGRA-EVENTO.
           MOVE 'D' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-CMV
           END-CALL.
           MOVE 'CMV-VENDA' TO WRK-REGRA-EVENTO.
           MOVE 'C' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-ESTOQUE
           END-CALL.
           MOVE 'ENTRADA-MERCAD' TO WRK-REGRA-EVENTO.
           MOVE 'C' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-A-FATURAR
           END-CALL.

      *    SE O ARQUIVO DE ACUMULADOS AINDA NAO EXISTE, A EXECUCAO
      *    COMECA ZERADA. SE O MES OU O ANO GRAVADO FOR DIFERENTE DO
      *    MES/ANO DE HOJE, OS ACUMULADOS CORRESPONDENTES SAO
               MOVE ZEROS          TO TB-PROD-QT-VENDIDA (IX-PROD)
               MOVE ZEROS          TO TB-PROD-RECEITA (IX-PROD)
               MOVE ZEROS          TO TB-PROD-CMV (IX-PROD)
               MOVE 'N'            TO TB-PROD-KIT (IX-PROD)
               IF PROD-CLASSE-FISCAL = SPACES
                   MOVE 'MER' TO TB-PROD-CLASSE (IX-PROD)
               ELSE
                   MOVE PROD-CLASSE-FISCAL TO TB-PROD-CLASSE (IX-PROD)
               END-IF
               READ PRODUCT-MASTER-FILE
                   AT END MOVE 'S' TO WRK-PROD-EOF
               END-READ
           END-IF.

      *    O HISTORICO DE PRECOS INTEIRO VAI PARA A TABELA; SEM O
      *    ARQUIVO A TABELA FICA VAZIA E A VENDA E CONFERIDA CONTRA
      *    O PROD-PRECO, COMO ANTES DO PRODMAINT.
       0140-CARREGAR-PRECOS-HIST.
           OPEN INPUT PRICE-HISTORY-FILE.
           IF WRK-PRH-STATUS = '35'
               MOVE 'S' TO WRK-PRH-EOF
           ELSE
               READ PRICE-HISTORY-FILE
                   AT END MOVE 'S' TO WRK-PRH-EOF
               END-READ
               PERFORM 0141-LER-PRECO-HIST UNTIL FIM-PRECOS-HIST
               CLOSE PRICE-HISTORY-FILE
           END-IF.

       0141-LER-PRECO-HIST.
           IF WRK-QT-PRECOS-HIST >= WRK-LIMITE-PRECOS-HIST
               DISPLAY 'TABELA DE HISTORICO DE PRECOS CHEIA - '
                   'RESTANTE DO PRICEHST DESPREZADO'
               MOVE 'PRICEHST' TO WRK-REFERENCIA-LOG
               MOVE 'TABELA DE HISTORICO DE PRECOS ESTOUROU'
                   TO WRK-MOTIVO-LOG
               CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                   WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
               END-CALL
               MOVE 'S' TO WRK-PRH-EOF
           ELSE
               ADD 1 TO WRK-QT-PRECOS-HIST
               SET IX-PRH TO WRK-QT-PRECOS-HIST
               MOVE PRH-CODIGO         TO TB-PRH-CODIGO (IX-PRH)
               MOVE PRH-DATA-VIGENCIA  TO TB-PRH-VIGENCIA (IX-PRH)
               MOVE PRH-PRECO          TO TB-PRH-PRECO (IX-PRH)
               MOVE PRH-PRECO-ANTERIOR TO TB-PRH-ANTERIOR (IX-PRH)
               READ PRICE-HISTORY-FILE
                   AT END MOVE 'S' TO WRK-PRH-EOF
               END-READ
           END-IF.

      *    O SALDO DE ESTOQUE GRAVADO NA EXECUCAO ANTERIOR E
      *    CARREGADO POR LOCAL NA TABELA DE SALDOS E SOMADO NO
      *    TOTAL DO PRODUTO; PRODUTO SEM SALDO GRAVADO COMECA EM
      *    ZERO.
       0125-CARREGAR-ESTOQUE.
           OPEN INPUT STOCK-BALANCE-FILE.
           IF WRK-STQ-STATUS = '35'
           PERFORM 0127-LOCALIZAR-PRODUTO-COD.
           IF PROD-ACHADO
               SET IX-PROD TO WRK-IX-PROD
               ADD STQ-SALDO TO TB-PROD-ESTOQUE (IX-PROD)
               MOVE STQ-CODIGO TO WRK-CODIGO-MOVIMENTO
               MOVE STQ-LOCAL  TO WRK-LOCAL-MOVIMENTO
               PERFORM 0155-LOCALIZAR-SALDO-LOCAL
               IF SLC-ACHADO
                   ADD STQ-SALDO TO TB-SLC-SALDO (IX-SLC)
               END-IF
           END-IF.
           READ STOCK-BALANCE-FILE
               AT END MOVE 'S' TO WRK-STQ-EOF
           END-IF.

      *    AS ENTRADAS DE MERCADORIA DO DIA SOMAM AO SALDO ANTES DO
      *    ABATIMENTO DAS VENDAS, NO LOCAL QUE RECEBEU; ENTRADA DE
      *    PRODUTO DESCONHECIDO VAI PARA O LOG DE EXCECOES. LOCAL
      *    FORA DO STOREMST TAMBEM VAI PARA O LOG, MAS A ENTRADA E
      *    APLICADA - A MERCADORIA CHEGOU DE FATO.
       0128-APLICAR-RECEBIMENTOS.
           OPEN INPUT GOODS-RECEIPT-FILE.
           IF WRK-RCV-STATUS = '35'
           IF PROD-ACHADO
               SET IX-PROD TO WRK-IX-PROD
               PERFORM 0146-ATUALIZAR-CUSTO-MEDIO
               PERFORM 0132A-VALORIZAR-RECEBIMENTO
               ADD RCV-QUANTIDADE TO TB-PROD-ESTOQUE (IX-PROD)
               MOVE RCV-CODIGO TO WRK-CODIGO-MOVIMENTO
               MOVE RCV-LOCAL  TO WRK-LOCAL-MOVIMENTO
               PERFORM 0155-LOCALIZAR-SALDO-LOCAL
               IF SLC-ACHADO
                   ADD RCV-QUANTIDADE TO TB-SLC-SALDO (IX-SLC)
               END-IF
               PERFORM 0159-CONFERIR-LOCAL
               PERFORM 0161-ENTRADA-LOTE
               PERFORM 0133-CASAR-PEDIDO
           ELSE
               MOVE RCV-CODIGO TO WRK-REFERENCIA-LOG
               END-IF
           END-IF.

      *    VALOR CONTABIL DA ENTRADA: QUANTIDADE PELO CUSTO DA
      *    LINHA OU, SEM CUSTO (FORMATO ANTIGO), PELO CUSTO MEDIO
      *    EM QUE ELA ENTROU.
       0132A-VALORIZAR-RECEBIMENTO.
           IF RCV-CUSTO-UNITARIO IS NUMERIC
              AND RCV-CUSTO-UNITARIO > ZEROS
               MOVE RCV-CUSTO-UNITARIO TO WRK-CUSTO-ENTRADA
           ELSE
               MOVE TB-PROD-CUSTO (IX-PROD) TO WRK-CUSTO-ENTRADA
           END-IF.
           COMPUTE WRK-TOT-RECEBIMENTOS = WRK-TOT-RECEBIMENTOS
               + (RCV-QUANTIDADE * WRK-CUSTO-ENTRADA).

      *    O CADASTRO DE PEDIDOS E OPCIONAL: SEM O ARQUIVO, O
      *    RECEBIMENTO ENTRA NO ESTOQUE SEM CASAMENTO, COMO SEMPRE
      *    FOI. COM ELE, TODO RECEBIMENTO PRECISA DE PEDIDO ABERTO.
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
               AT END MOVE 'S' TO WRK-PORD-EOF
      *    RECEBIMENTO SEM PEDIDO (OU ALEM DO PEDIDO) ENTRA NO
      *    ESTOQUE MESMO ASSIM - A MERCADORIA CHEGOU DE FATO - MAS
      *    VAI PARA O LOG DE EXCECOES PARA O COMPRADOR APURAR.
      *    ENTRADA COM FORNECEDOR INFORMADO SO CONSOME PEDIDO DELE.
       0133-CASAR-PEDIDO.
           IF WRK-QT-PEDIDOS > ZEROS
               MOVE RCV-QUANTIDADE TO WRK-QT-A-CASAR
               IF RCV-FORNECEDOR IS NUMERIC
                   MOVE RCV-FORNECEDOR TO WRK-FORN-RECEBIMENTO
               ELSE
                   MOVE ZEROS TO WRK-FORN-RECEBIMENTO
               END-IF
               PERFORM 0134-CONSUMIR-PEDIDO
                   VARYING IX-PED FROM 1 BY 1
                   UNTIL IX-PED > WRK-QT-PEDIDOS
                      OR WRK-QT-A-CASAR = ZEROS
               IF ENTREGA-PENDENTE
                   MOVE WRK-QT-A-CASAR TO PCH-QT-EXCEDENTE
                   PERFORM 0124-GRAVAR-ENTREGA
               END-IF
               IF WRK-QT-A-CASAR > ZEROS
                   DISPLAY 'RECEBIMENTO DE ' RCV-CODIGO ' COM '
                       WRK-QT-A-CASAR ' UNIDADE(S) SEM PEDIDO '
       0134-CONSUMIR-PEDIDO.
           IF TB-PED-CODIGO (IX-PED) = RCV-CODIGO
              AND TB-PED-SITUACAO (IX-PED) = 'A'
              AND (WRK-FORN-RECEBIMENTO = ZEROS
                   OR TB-PED-FORNECEDOR (IX-PED) =
                      WRK-FORN-RECEBIMENTO)
               COMPUTE WRK-QT-CABE-PEDIDO =
                   TB-PED-QT-PEDIDA (IX-PED)
                   - TB-PED-QT-RECEBIDA (IX-PED)
                       DISPLAY 'PEDIDO ' TB-PED-NUMERO (IX-PED)
                           ' TOTALMENTE RECEBIDO - FECHADO'
                   END-IF
                   PERFORM 0123-GUARDAR-ENTREGA
               END-IF
           END-IF.

      *    UM ARQUIVO DE HISTORICO EM LINE SEQUENTIAL PRECISA
      *    EXISTIR ANTES DE PODER SER ABERTO EM EXTEND; SE FOR O
      *    PRIMEIRO FECHAMENTO, CRIAMOS O ARQUIVO VAZIO PRIMEIRO.
      *    O HISTORICO DE COMPRAS SO RECEBE LINHAS ENQUANTO O
      *    GOODSRCV E APLICADO, NA INICIALIZACAO.
       0122-ABRIR-HIST-COMPRAS.
           MOVE WRK-DATA-HOJE TO WRK-DATA-RECEBIMENTO.
           OPEN EXTEND PURCHASE-HISTORY-FILE.
           IF WRK-PCH-STATUS = '35'
               OPEN OUTPUT PURCHASE-HISTORY-FILE
               CLOSE PURCHASE-HISTORY-FILE
               OPEN EXTEND PURCHASE-HISTORY-FILE
           END-IF.

      *    UMA LINHA POR PEDIDO CONSUMIDO PELO RECEBIMENTO; A
      *    ANTERIOR DO MESMO RECEBIMENTO (QUANDO ELE CONSOME MAIS
      *    DE UM PEDIDO) E GRAVADA ANTES, SEM EXCEDENTE. ATRASO
      *    CONTA EM DIAS CORRIDOS DA DATA PREVISTA ATE A DATA DO
      *    FECHAMENTO EM QUE A MERCADORIA ENTROU.
       0123-GUARDAR-ENTREGA.
           IF ENTREGA-PENDENTE
               PERFORM 0124-GRAVAR-ENTREGA
           END-IF.
           INITIALIZE PURCHASE-HISTORY-RECORD.
           MOVE WRK-DATA-RECEBIMENTO     TO PCH-DATA-RECEBIMENTO.
           MOVE TB-PED-FORNECEDOR (IX-PED) TO PCH-FORNECEDOR.
           MOVE TB-PED-NUMERO (IX-PED)   TO PCH-PEDIDO.
           MOVE RCV-CODIGO               TO PCH-CODIGO.
           MOVE TB-PED-QT-PEDIDA (IX-PED) TO PCH-QT-PEDIDA.
           MOVE WRK-QT-CABE-PEDIDO       TO PCH-QT-ENTREGUE.
           MOVE ZEROS                    TO PCH-QT-EXCEDENTE.
           MOVE TB-PED-PREVISTA (IX-PED) TO PCH-DATA-PREVISTA.
           MOVE ZEROS                    TO WRK-DIAS-ATRASO.
           IF TB-PED-PREVISTA (IX-PED) > ZEROS
               COMPUTE WRK-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-RECEBIMENTO)
                   - FUNCTION INTEGER-OF-DATE
                       (TB-PED-PREVISTA (IX-PED))
           END-IF.
           IF WRK-DIAS-ATRASO > ZEROS
               MOVE WRK-DIAS-ATRASO TO PCH-DIAS-ATRASO
           ELSE
               MOVE ZEROS TO PCH-DIAS-ATRASO
           END-IF.
           MOVE TB-PED-CUSTO (IX-PED)    TO PCH-CUSTO-PEDIDO.
           IF RCV-CUSTO-UNITARIO IS NUMERIC
              AND RCV-CUSTO-UNITARIO > ZEROS
               MOVE RCV-CUSTO-UNITARIO   TO PCH-CUSTO-RECEBIDO
           ELSE
               MOVE TB-PED-CUSTO (IX-PED) TO PCH-CUSTO-RECEBIDO
           END-IF.
           MOVE TB-PED-SITUACAO (IX-PED) TO PCH-SITUACAO-PEDIDO.
           MOVE 'S' TO WRK-PCH-PENDENTE.

       0124-GRAVAR-ENTREGA.
           WRITE PURCHASE-HISTORY-RECORD.
           ADD 1 TO WRK-QT-ENTREGAS-HIST.
           MOVE 'N' TO WRK-PCH-PENDENTE.

       0148-ABRIR-HISTORICO.
           OPEN EXTEND SALES-HISTORY-FILE.
           IF WRK-SHIS-STATUS = '35'
           MOVE VENDA-TIPO        TO SH-TIPO.
           MOVE VENDA-CLIENTE     TO SH-CLIENTE.
           MOVE VENDA-CONDICAO    TO SH-CONDICAO.
           MOVE WRK-CAMPANHA-VENDA TO SH-CAMPANHA.
           WRITE SALES-HISTORY-RECORD.

      *    SEM O CADASTRO DE LOJAS OU SEM A TABELA DE ALIQUOTAS AS
      *    TABELAS FICAM VAZIAS: AS NOTAS SAEM SEM IMPOSTO E CADA
      *    LINHA VAI PARA O LOG DE EXCECOES.
       0150-CARREGAR-LOJAS-UF.
           OPEN INPUT STORE-MASTER-FILE.
           IF WRK-LJ-STATUS = '35'
               MOVE 'S' TO WRK-LJ-EOF
           ELSE
               READ STORE-MASTER-FILE
                   AT END MOVE 'S' TO WRK-LJ-EOF
               END-READ
               PERFORM 0151-LER-LOJA-UF UNTIL FIM-LOJAS-UF
               CLOSE STORE-MASTER-FILE
           END-IF.

       0151-LER-LOJA-UF.
           IF WRK-QT-LOJAS-UF < 50
               ADD 1 TO WRK-QT-LOJAS-UF
               SET IX-LJU TO WRK-QT-LOJAS-UF
               MOVE LJ-CODIGO TO TB-LJU-CODIGO (IX-LJU)
               MOVE LJ-UF     TO TB-LJU-UF (IX-LJU)
           END-IF.
           READ STORE-MASTER-FILE
               AT END MOVE 'S' TO WRK-LJ-EOF
           END-READ.

       0152-CARREGAR-ALIQUOTAS.
           OPEN INPUT TAX-RATE-FILE.
           IF WRK-TAX-STATUS = '35'
               MOVE 'S' TO WRK-TAX-EOF
           ELSE
               READ TAX-RATE-FILE
                   AT END MOVE 'S' TO WRK-TAX-EOF
               END-READ
               PERFORM 0153-LER-ALIQUOTA UNTIL FIM-ALIQUOTAS
               CLOSE TAX-RATE-FILE
           END-IF.

       0153-LER-ALIQUOTA.
           IF WRK-QT-ALIQUOTAS < 100
               ADD 1 TO WRK-QT-ALIQUOTAS
               SET IX-ALQ TO WRK-QT-ALIQUOTAS
               MOVE TAX-CLASSE   TO TB-ALQ-CLASSE (IX-ALQ)
               MOVE TAX-UF       TO TB-ALQ-UF (IX-ALQ)
               MOVE TAX-IMPOSTO  TO TB-ALQ-IMPOSTO (IX-ALQ)
               MOVE TAX-ALIQUOTA TO TB-ALQ-ALIQUOTA (IX-ALQ)
           END-IF.
           READ TAX-RATE-FILE
               AT END MOVE 'S' TO WRK-TAX-EOF
           END-READ.

      *    LOCALIZA O SALDO DO PRODUTO NO LOCAL (EM BRANCO E O
      *    LOCAL PRINCIPAL), ABRINDO A LINHA SE O PAR AINDA NAO
      *    EXISTE. COM A TABELA CHEIA O MOVIMENTO FICA SO NO TOTAL
      *    DO PRODUTO E O LOCAL VAI PARA O LOG DE EXCECOES.
       0155-LOCALIZAR-SALDO-LOCAL.
           IF WRK-LOCAL-MOVIMENTO = SPACES
               MOVE WRK-LOCAL-PRINCIPAL TO WRK-LOCAL-MOVIMENTO
           END-IF.
           MOVE 'N' TO WRK-SLC-ACHADO.
           MOVE ZEROS TO WRK-IX-SLC.
           PERFORM 0156-PROCURAR-SALDO-LOCAL
               VARYING IX-SLC FROM 1 BY 1
               UNTIL IX-SLC > WRK-QT-SALDOS-LOCAL OR SLC-ACHADO.
           IF NOT SLC-ACHADO
               IF WRK-QT-SALDOS-LOCAL < WRK-LIMITE-SALDOS-LOCAL
                   ADD 1 TO WRK-QT-SALDOS-LOCAL
                   MOVE WRK-QT-SALDOS-LOCAL TO WRK-IX-SLC
                   SET IX-SLC TO WRK-IX-SLC
                   MOVE WRK-CODIGO-MOVIMENTO TO TB-SLC-CODIGO (IX-SLC)
                   MOVE WRK-LOCAL-MOVIMENTO  TO TB-SLC-LOCAL (IX-SLC)
                   MOVE ZEROS TO TB-SLC-SALDO (IX-SLC)
                   MOVE ZEROS TO TB-SLC-TRANSITO (IX-SLC)
                   MOVE 'S' TO WRK-SLC-ACHADO
               ELSE
                   MOVE WRK-LOCAL-MOVIMENTO TO WRK-REFERENCIA-LOG
                   MOVE 'TABELA DE SALDOS POR LOCAL CHEIA'
                       TO WRK-MOTIVO-LOG
                   CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                       WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
                   END-CALL
               END-IF
           END-IF.
           IF SLC-ACHADO
               SET IX-SLC TO WRK-IX-SLC
           END-IF.

       0156-PROCURAR-SALDO-LOCAL.
           IF TB-SLC-CODIGO (IX-SLC) = WRK-CODIGO-MOVIMENTO
              AND TB-SLC-LOCAL (IX-SLC) = WRK-LOCAL-MOVIMENTO
               MOVE 'S' TO WRK-SLC-ACHADO
               SET WRK-IX-SLC TO IX-SLC
           END-IF.

      *    AS REMESSAS AINDA EM TRANSITO (STOCKTRF) CONTAM PARA O
      *    DESTINO NO REABASTECIMENTO; SEM O ARQUIVO NAO HA
      *    NENHUMA.
       0157-CARREGAR-TRANSITO.
           OPEN INPUT STOCK-TRANSFER-FILE.
           IF WRK-TRF-STATUS = '35'
               MOVE 'S' TO WRK-TRF-EOF
           ELSE
               READ STOCK-TRANSFER-FILE
                   AT END MOVE 'S' TO WRK-TRF-EOF
               END-READ
               PERFORM 0158-LER-TRANSFERENCIA
                   UNTIL FIM-TRANSFERENCIAS
               CLOSE STOCK-TRANSFER-FILE
           END-IF.

       0158-LER-TRANSFERENCIA.
           IF TRANSF-EM-TRANSITO
               MOVE TRF-CODIGO TO STQ-CODIGO
               PERFORM 0127-LOCALIZAR-PRODUTO-COD
               IF PROD-ACHADO
                   MOVE TRF-CODIGO  TO WRK-CODIGO-MOVIMENTO
                   MOVE TRF-DESTINO TO WRK-LOCAL-MOVIMENTO
                   PERFORM 0155-LOCALIZAR-SALDO-LOCAL
                   IF SLC-ACHADO
                       ADD TRF-QUANTIDADE TO TB-SLC-TRANSITO (IX-SLC)
                   END-IF
               END-IF
           END-IF.
           READ STOCK-TRANSFER-FILE
               AT END MOVE 'S' TO WRK-TRF-EOF
           END-READ.

      *    LOCAL DO MOVIMENTO QUE NAO ESTA NO CADASTRO DE LOJAS E
      *    DEPOSITOS (SO CONFERIDO QUANDO O CADASTRO EXISTE).
       0159-CONFERIR-LOCAL.
           IF WRK-QT-LOJAS-UF > ZEROS
               MOVE 'N' TO WRK-LJU-ACHADA
               PERFORM 0160-PROCURAR-LOCAL
                   VARYING IX-LJU FROM 1 BY 1
                   UNTIL IX-LJU > WRK-QT-LOJAS-UF OR LJU-ACHADA
               IF NOT LJU-ACHADA
                   MOVE WRK-LOCAL-MOVIMENTO TO WRK-REFERENCIA-LOG
                   MOVE 'LOCAL DE ESTOQUE FORA DO CADASTRO STOREMST'
                       TO WRK-MOTIVO-LOG
                   CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                       WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
                   END-CALL
               END-IF
           END-IF.

       0160-PROCURAR-LOCAL.
           IF TB-LJU-CODIGO (IX-LJU) = WRK-LOCAL-MOVIMENTO
               MOVE 'S' TO WRK-LJU-ACHADA
           END-IF.

      *    ENTRADA COM LOTE VAI PARA O SALDO DO LOTE NO LOCAL QUE
      *    RECEBEU; LOTE SEM VALIDADE VALIDA VAI PARA O LOG E A
      *    QUANTIDADE FICA COMO ESTOQUE SEM LOTE.
       0161-ENTRADA-LOTE.
           IF RCV-LOTE NOT = SPACES
               IF RCV-VALIDADE NOT NUMERIC OR RCV-VALIDADE = ZEROS
                   MOVE RCV-LOTE TO WRK-REFERENCIA-LOG
                   MOVE 'LOTE RECEBIDO SEM VALIDADE - SEM LOTE'
                       TO WRK-MOTIVO-LOG
                   CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                       WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
                   END-CALL
               ELSE
                   MOVE 'E'            TO WRK-LOT-FUNCAO
                   MOVE RCV-LOTE       TO WRK-LOT-LOTE
                   MOVE RCV-VALIDADE   TO WRK-LOT-VALIDADE
                   MOVE RCV-QUANTIDADE TO WRK-LOT-QUANTIDADE
                   CALL 'LOTRTN' USING WRK-LOT-FUNCAO
                       WRK-CODIGO-MOVIMENTO WRK-LOCAL-MOVIMENTO
                       WRK-LOT-LOTE WRK-LOT-VALIDADE
                       WRK-LOT-QUANTIDADE WRK-LOT-SEM-LOTE
                   END-CALL
               END-IF
           END-IF.

      *    A VENDA CONSOME OS LOTES DA LOJA DO PRIMEIRO A VENCER EM
      *    DIANTE; O QUE OS LOTES NAO COBREM SAI DO ESTOQUE SEM
      *    LOTE.
       0162-SAIDA-LOTE.
           MOVE 'S'              TO WRK-LOT-FUNCAO.
           MOVE SPACES           TO WRK-LOT-LOTE.
           MOVE ZEROS            TO WRK-LOT-VALIDADE.
           MOVE WRK-QT-MOVIMENTO TO WRK-LOT-QUANTIDADE.
           CALL 'LOTRTN' USING WRK-LOT-FUNCAO
               WRK-CODIGO-MOVIMENTO WRK-LOCAL-MOVIMENTO
               WRK-LOT-LOTE WRK-LOT-VALIDADE
               WRK-LOT-QUANTIDADE WRK-LOT-SEM-LOTE
           END-CALL.

      *    A ESTRUTURA DOS KITS E OPCIONAL: SEM O ARQUIVO NENHUM
      *    PRODUTO E KIT. LINHA COM KIT OU COMPONENTE FORA DO
      *    PRODMAST, COMPONENTE IGUAL AO KIT OU QUANTIDADE ZERO VAI
      *    PARA O LOG DE EXCECOES E FICA FORA DA ESTRUTURA.
       0163-CARREGAR-KITS.
           OPEN INPUT PRODUCT-KIT-FILE.
           IF WRK-KIT-STATUS = '35'
               MOVE 'S' TO WRK-KIT-EOF
           ELSE
               READ PRODUCT-KIT-FILE
                   AT END MOVE 'S' TO WRK-KIT-EOF
               END-READ
               PERFORM 0164-LER-KIT UNTIL FIM-KITS
               CLOSE PRODUCT-KIT-FILE
           END-IF.

       0164-LER-KIT.
           MOVE KIT-CODIGO TO STQ-CODIGO.
           PERFORM 0127-LOCALIZAR-PRODUTO-COD.
           MOVE WRK-IX-PROD TO WRK-IX-KIT-PROD.
           MOVE KIT-COMPONENTE TO STQ-CODIGO.
           IF PROD-ACHADO
               PERFORM 0127-LOCALIZAR-PRODUTO-COD
           END-IF.
           MOVE KIT-CODIGO TO WRK-REFERENCIA-LOG.
           MOVE SPACES     TO WRK-MOTIVO-LOG.
           IF NOT PROD-ACHADO
               MOVE 'KIT OU COMPONENTE FORA DO CADASTRO PRODMAST'
                   TO WRK-MOTIVO-LOG
           ELSE
           IF KIT-COMPONENTE = KIT-CODIGO
               MOVE 'KIT COM ELE MESMO COMO COMPONENTE'
                   TO WRK-MOTIVO-LOG
           ELSE
           IF KIT-QUANTIDADE NOT NUMERIC OR KIT-QUANTIDADE = ZEROS
               MOVE 'COMPONENTE DE KIT SEM QUANTIDADE'
                   TO WRK-MOTIVO-LOG
           ELSE
           IF WRK-QT-KITS >= WRK-LIMITE-KITS
               MOVE 'TABELA DE ESTRUTURA DE KITS CHEIA'
                   TO WRK-MOTIVO-LOG
           END-IF
           END-IF
           END-IF
           END-IF.
           IF WRK-MOTIVO-LOG NOT = SPACES
               CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                   WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
               END-CALL
           ELSE
               ADD 1 TO WRK-QT-KITS
               SET IX-KIT TO WRK-QT-KITS
               MOVE KIT-CODIGO     TO TB-KIT-CODIGO (IX-KIT)
               MOVE KIT-COMPONENTE TO TB-KIT-COMPONENTE (IX-KIT)
               MOVE KIT-QUANTIDADE TO TB-KIT-QUANTIDADE (IX-KIT)
               MOVE WRK-IX-PROD    TO TB-KIT-IX-COMP (IX-KIT)
               SET IX-PROD TO WRK-IX-KIT-PROD
               MOVE 'S' TO TB-PROD-KIT (IX-PROD)
           END-IF.
           READ PRODUCT-KIT-FILE
               AT END MOVE 'S' TO WRK-KIT-EOF
           END-READ.

      *    PARAMETROS DO PROGRAMA DE FIDELIDADE; SEM O FIDPARM, OU
      *    COM LIXO, VALE 1 PONTO POR REAL.
       0165-CARREGAR-PARAM-FIDELIDADE.
           OPEN INPUT LOYALTY-PARM-FILE.
           IF WRK-FPAR-STATUS = '00'
               READ LOYALTY-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF FPAR-PONTOS-POR-REAL IS NUMERIC
                           MOVE FPAR-PONTOS-POR-REAL
                               TO WRK-PONTOS-POR-REAL
                       END-IF
               END-READ
               CLOSE LOYALTY-PARM-FILE
           END-IF.

       0166-ABRIR-PONTOS.
           OPEN EXTEND LOYALTY-POINTS-FILE.
           IF WRK-PTO-STATUS = '35'
               OPEN OUTPUT LOYALTY-POINTS-FILE
               CLOSE LOYALTY-POINTS-FILE
               OPEN EXTEND LOYALTY-POINTS-FILE
           END-IF.

      *    A NUMERACAO DAS NOTAS CONTINUA DA ULTIMA EXECUCAO
      *    (NFSEQ); O ARQUIVO DE NOTAS E PERMANENTE, SO CRESCE.
       0154-ABRIR-NOTAS.
           OPEN INPUT NF-SEQUENCE-FILE.
           IF WRK-NFSEQ-STATUS = '00'
               READ NF-SEQUENCE-FILE
                   AT END MOVE ZEROS TO WRK-SEQ-NOTA
                   NOT AT END
                       MOVE NF-SEQUENCE-RECORD TO WRK-SEQ-NOTA
               END-READ
               CLOSE NF-SEQUENCE-FILE
           END-IF.
           OPEN EXTEND TAX-INVOICE-FILE.
           IF WRK-NF-STATUS = '35'
               OPEN OUTPUT TAX-INVOICE-FILE
               CLOSE TAX-INVOICE-FILE
               OPEN EXTEND TAX-INVOICE-FILE
           END-IF.

       0200-PROCESSAR.
           PERFORM 0230-VALIDAR-VENDA.
           IF PROD-ACHADO AND CONDICAO-A-PRAZO
               PERFORM 0260-VALIDAR-CLIENTE-PRAZO
           END-IF.
           IF PROD-ACHADO
               PERFORM 0292-APURAR-RESGATE
               PERFORM 0149-GRAVAR-HISTORICO
               PERFORM 0280-CALCULAR-IMPOSTO
               PERFORM 0285-EMITIR-NOTA-FISCAL
               IF VENDA-CLIENTE IS NUMERIC AND VENDA-CLIENTE > ZEROS
                   PERFORM 0295-MOVIMENTAR-PONTOS
               END-IF
           END-IF.
           IF PROD-ACHADO
               IF VENDA-DEVOLUCAO OR VENDA-CANCELAMENTO
                       PERFORM 0268-ACUMULAR-CREDITO
                   ELSE
                       ADD VENDA-VALOR TO WRK-DEVOL-VISTA
                       ADD WRK-DESCONTO-PONTOS TO WRK-DEVOL-RESGATE
                       PERFORM 0290-ACUMULAR-CAIXA
                   END-IF
                   PERFORM 0225-ABATER-VENDEDOR
                   PERFORM 0253-REPOR-ESTOQUE
                   MOVE -1 TO WRK-SINAL-MARGEM
                   PERFORM 0275-ACUMULAR-MARGEM
               ELSE
                       ADD VENDA-VALOR TO WRK-TOT-PRAZO
                   ELSE
                       ADD VENDA-VALOR TO WRK-TOT-VISTA
                       ADD WRK-DESCONTO-PONTOS TO WRK-TOT-RESGATE
                       PERFORM 0290-ACUMULAR-CAIXA
                   END-IF
                   PERFORM 0210-ACUMULAR-MINMAX
                   PERFORM 0220-ACUMULAR-VENDEDOR
           END-READ.

      *    A LINHA SO ENTRA NOS TOTAIS SE O CODIGO DO PRODUTO EXISTE
      *    NO PRODMAST E O VALOR BATE COM PRECO X QUANTIDADE, SENDO
      *    O PRECO O QUE ESTAVA EM VIGOR NA DATA DA VENDA OU O DA
      *    CAMPANHA PROMOCIONAL QUE A COBRE; O QUE NAO CONFERE E
      *    REJEITADO PARA O LOG DE EXCECOES.
       0230-VALIDAR-VENDA.
           MOVE SPACES TO WRK-CAMPANHA-VENDA.
           MOVE 'N' TO WRK-PROD-ACHADO.
           MOVE ZEROS TO WRK-IX-PROD.
           PERFORM 0231-PROCURAR-PRODUTO
                   WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
               END-CALL
           ELSE
               PERFORM 0232-PRECO-VIGENTE
               COMPUTE WRK-VALOR-ESPERADO =
                   WRK-PRECO-VIGENTE * VENDA-QUANTIDADE
               IF VENDA-VALOR NOT = WRK-VALOR-ESPERADO
                   PERFORM 0234-PRECO-CAMPANHA
               END-IF
               IF VENDA-VALOR NOT = WRK-VALOR-ESPERADO
                   MOVE 'N' TO WRK-PROD-ACHADO
                   ADD 1 TO WRK-QT-REJEITADAS
               END-IF
           END-IF.

      *    A VENDA BAIXA O ESTOQUE PELA QUANTIDADE, NO TOTAL E NA
      *    LOJA DA VENDA; SE O SALDO DA LOJA FICAR NEGATIVO, OU A
      *    CONTAGEM OU O MOVIMENTO ESTA ERRADO, E O DESVIO VAI PARA
      *    O LOG DE EXCECOES (O SALDO NEGATIVO E GRAVADO MESMO
      *    ASSIM, PARA MOSTRAR A REALIDADE). A VENDA DE KIT BAIXA
      *    CADA COMPONENTE PELA QUANTIDADE DO KIT X QUANTIDADE DO
      *    COMPONENTE NA ESTRUTURA.
       0250-BAIXAR-ESTOQUE.
           SET IX-PROD TO WRK-IX-PROD.
           IF PRODUTO-KIT (IX-PROD)
               PERFORM 0252-BAIXAR-COMPONENTE
                   VARYING IX-KIT FROM 1 BY 1
                   UNTIL IX-KIT > WRK-QT-KITS
           ELSE
               MOVE VENDA-PRODUTO-COD TO WRK-CODIGO-MOVIMENTO
               MOVE VENDA-QUANTIDADE  TO WRK-QT-MOVIMENTO
               PERFORM 0251-BAIXAR-ITEM
           END-IF.

       0251-BAIXAR-ITEM.
           SUBTRACT WRK-QT-MOVIMENTO
               FROM TB-PROD-ESTOQUE (IX-PROD).
           MOVE VENDA-LOJA TO WRK-LOCAL-MOVIMENTO.
           PERFORM 0155-LOCALIZAR-SALDO-LOCAL.
           IF SLC-ACHADO
               SUBTRACT WRK-QT-MOVIMENTO FROM TB-SLC-SALDO (IX-SLC)
               IF TB-SLC-SALDO (IX-SLC) < ZEROS
                   DISPLAY 'ESTOQUE NEGATIVO PARA O PRODUTO '
                       TB-PROD-CODIGO (IX-PROD) ' NA LOJA '
                       TB-SLC-LOCAL (IX-SLC)
                   MOVE TB-PROD-CODIGO (IX-PROD)
                       TO WRK-REFERENCIA-LOG
                   MOVE 'VENDA DEIXOU O ESTOQUE DA LOJA NEGATIVO'
                       TO WRK-MOTIVO-LOG
                   CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                       WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
                   END-CALL
               END-IF
           END-IF.
           PERFORM 0162-SAIDA-LOTE.

       0252-BAIXAR-COMPONENTE.
           IF TB-KIT-CODIGO (IX-KIT) = VENDA-PRODUTO-COD
               SET IX-PROD TO TB-KIT-IX-COMP (IX-KIT)
               MOVE TB-KIT-COMPONENTE (IX-KIT)
                   TO WRK-CODIGO-MOVIMENTO
               COMPUTE WRK-QT-MOVIMENTO =
                   VENDA-QUANTIDADE * TB-KIT-QUANTIDADE (IX-KIT)
               PERFORM 0251-BAIXAR-ITEM
           END-IF.

      *    A DEVOLUCAO E O CANCELAMENTO REPOEM O ESTOQUE NA LOJA DA
      *    VENDA, SEM LOTE; O KIT DEVOLVIDO REPOE OS COMPONENTES.
       0253-REPOR-ESTOQUE.
           SET IX-PROD TO WRK-IX-PROD.
           IF PRODUTO-KIT (IX-PROD)
               PERFORM 0255-REPOR-COMPONENTE
                   VARYING IX-KIT FROM 1 BY 1
                   UNTIL IX-KIT > WRK-QT-KITS
           ELSE
               MOVE VENDA-PRODUTO-COD TO WRK-CODIGO-MOVIMENTO
               MOVE VENDA-QUANTIDADE  TO WRK-QT-MOVIMENTO
               PERFORM 0254-REPOR-ITEM
           END-IF.

       0254-REPOR-ITEM.
           ADD WRK-QT-MOVIMENTO TO TB-PROD-ESTOQUE (IX-PROD).
           MOVE VENDA-LOJA TO WRK-LOCAL-MOVIMENTO.
           PERFORM 0155-LOCALIZAR-SALDO-LOCAL.
           IF SLC-ACHADO
               ADD WRK-QT-MOVIMENTO TO TB-SLC-SALDO (IX-SLC)
           END-IF.

       0255-REPOR-COMPONENTE.
           IF TB-KIT-CODIGO (IX-KIT) = VENDA-PRODUTO-COD
               SET IX-PROD TO TB-KIT-IX-COMP (IX-KIT)
               MOVE TB-KIT-COMPONENTE (IX-KIT)
                   TO WRK-CODIGO-MOVIMENTO
               COMPUTE WRK-QT-MOVIMENTO =
                   VENDA-QUANTIDADE * TB-KIT-QUANTIDADE (IX-KIT)
               PERFORM 0254-REPOR-ITEM
           END-IF.

      *    VENDA A PRAZO SO PARA CLIENTE DO CUSTMAST COM CPF QUE
               SET WRK-IX-PROD TO IX-PROD
           END-IF.

      *    PRECO EM VIGOR NA DATA DA VENDA: A LINHA DO PRICEHST DE
      *    MAIOR VIGENCIA ATE A VENDA-DATA (NA MESMA VIGENCIA, A
      *    GRAVADA POR ULTIMO); VENDA ANTERIOR A TODO O HISTORICO
      *    FICA COM O PRECO ANTERIOR DA PRIMEIRA LINHA. SEM
      *    HISTORICO, OU SEM DATA NA VENDA, VALE O PROD-PRECO.
       0232-PRECO-VIGENTE.
           SET IX-PROD TO WRK-IX-PROD.
           MOVE TB-PROD-PRECO (IX-PROD) TO WRK-PRECO-VIGENTE.
           IF VENDA-DATA IS NUMERIC AND VENDA-DATA > ZEROS
               MOVE 'N' TO WRK-VIGENCIA-ACHADA
               MOVE ZEROS TO WRK-MAIOR-VIGENCIA WRK-PRECO-ANTES-HIST
               MOVE 99999999 TO WRK-MENOR-VIGENCIA
               PERFORM 0233-TESTAR-VIGENCIA
                   VARYING IX-PRH FROM 1 BY 1
                   UNTIL IX-PRH > WRK-QT-PRECOS-HIST
               IF NOT VIGENCIA-ACHADA
                  AND WRK-PRECO-ANTES-HIST > ZEROS
                   MOVE WRK-PRECO-ANTES-HIST TO WRK-PRECO-VIGENTE
               END-IF
           END-IF.

      *    VALOR QUE NAO BATE COM O PRECO EM VIGOR PODE SER VENDA
      *    DE CAMPANHA: COM CAMPANHA VALIDA PARA PRODUTO, LOJA E
      *    DATA, O VALOR ESPERADO PASSA A SER O PRECO DA CAMPANHA.
       0234-PRECO-CAMPANHA.
           CALL 'PROMRTN' USING VENDA-PRODUTO-COD VENDA-LOJA
               VENDA-DATA WRK-PRECO-VIGENTE WRK-PRECO-PROMO
               WRK-CAMPANHA-VENDA
           END-CALL.
           IF WRK-CAMPANHA-VENDA NOT = SPACES
               COMPUTE WRK-VALOR-ESPERADO =
                   WRK-PRECO-PROMO * VENDA-QUANTIDADE
           END-IF.

       0233-TESTAR-VIGENCIA.
           IF TB-PRH-CODIGO (IX-PRH) = VENDA-PRODUTO-COD
               IF TB-PRH-VIGENCIA (IX-PRH) <= VENDA-DATA
                  AND TB-PRH-VIGENCIA (IX-PRH) >= WRK-MAIOR-VIGENCIA
                   MOVE 'S' TO WRK-VIGENCIA-ACHADA
                   MOVE TB-PRH-VIGENCIA (IX-PRH) TO WRK-MAIOR-VIGENCIA
                   MOVE TB-PRH-PRECO (IX-PRH) TO WRK-PRECO-VIGENTE
               END-IF
               IF TB-PRH-VIGENCIA (IX-PRH) < WRK-MENOR-VIGENCIA
                   MOVE TB-PRH-VIGENCIA (IX-PRH) TO WRK-MENOR-VIGENCIA
                   MOVE TB-PRH-ANTERIOR (IX-PRH)
                       TO WRK-PRECO-ANTES-HIST
               END-IF
           END-IF.

       0210-ACUMULAR-MINMAX.
           IF PRIMEIRA-VENDA
               MOVE VENDA-VALOR TO WRK-MENOR
               SET WRK-IX-VEND TO IX-VEND
           END-IF.

      *    LINHA A VISTA SOMADA NA LOJA E MEIO DE PAGAMENTO DELA;
      *    MEIO EM BRANCO (LINHA NO FORMATO ANTIGO) OU DESCONHECIDO
      *    CONTA COMO DINHEIRO.
       0290-ACUMULAR-CAIXA.
           IF VENDA-MEIO-PAGTO = 'B' OR VENDA-MEIO-PAGTO = 'C'
              OR VENDA-MEIO-PAGTO = 'X'
               MOVE VENDA-MEIO-PAGTO TO WRK-MEIO-CAIXA
           ELSE
               MOVE 'D' TO WRK-MEIO-CAIXA
           END-IF.
           IF VENDA-DEVOLUCAO OR VENDA-CANCELAMENTO
               IF MEIO-CARTAO
                   ADD WRK-VALOR-PAGO TO WRK-DEVOL-CARTAO
               END-IF
               IF MEIO-PIX
                   ADD WRK-VALOR-PAGO TO WRK-DEVOL-PIX
               END-IF
           ELSE
               IF MEIO-CARTAO
                   ADD WRK-VALOR-PAGO TO WRK-TOT-CARTAO
               END-IF
               IF MEIO-PIX
                   ADD WRK-VALOR-PAGO TO WRK-TOT-PIX
               END-IF
           END-IF.
           MOVE 'N' TO WRK-CXA-ACHADO.
           MOVE ZEROS TO WRK-IX-CXA.
           PERFORM 0291-PROCURAR-CAIXA
               VARYING IX-CXA FROM 1 BY 1
               UNTIL IX-CXA > WRK-QT-CAIXAS OR CXA-ACHADO.
           IF CXA-ACHADO
               SET IX-CXA TO WRK-IX-CXA
           ELSE
               IF WRK-QT-CAIXAS < 100
                   ADD 1 TO WRK-QT-CAIXAS
                   SET IX-CXA TO WRK-QT-CAIXAS
                   MOVE VENDA-LOJA     TO TB-CXA-LOJA (IX-CXA)
                   MOVE WRK-MEIO-CAIXA TO TB-CXA-MEIO (IX-CXA)
                   MOVE ZEROS TO TB-CXA-VENDAS (IX-CXA)
                   MOVE ZEROS TO TB-CXA-DEVOLUCOES (IX-CXA)
                   MOVE 'S' TO WRK-CXA-ACHADO
               ELSE
                   DISPLAY 'TABELA DE CAIXA CHEIA - LOJA '
                       VENDA-LOJA ' FORA DO CAIXADIA'
                   MOVE VENDA-LOJA TO WRK-REFERENCIA-LOG
                   MOVE 'TABELA DE MOVIMENTO DE CAIXA ESTOUROU'
                       TO WRK-MOTIVO-LOG
                   CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                       WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
                   END-CALL
               END-IF
           END-IF.
           IF CXA-ACHADO
               IF VENDA-DEVOLUCAO OR VENDA-CANCELAMENTO
                   ADD WRK-VALOR-PAGO TO TB-CXA-DEVOLUCOES (IX-CXA)
               ELSE
                   ADD WRK-VALOR-PAGO TO TB-CXA-VENDAS (IX-CXA)
               END-IF
           END-IF.

       0291-PROCURAR-CAIXA.
           IF TB-CXA-LOJA (IX-CXA) = VENDA-LOJA
              AND TB-CXA-MEIO (IX-CXA) = WRK-MEIO-CAIXA
               MOVE 'S' TO WRK-CXA-ACHADO
               SET WRK-IX-CXA TO IX-CXA
           END-IF.

      *    O RESGATE DE PONTOS SO VALE NA LINHA A VISTA COM CLIENTE
      *    E ATE O VALOR DA LINHA. NA DEVOLUCAO E NO CANCELAMENTO
      *    ELE TRAZ O RESGATE DA VENDA ORIGINAL, QUE VOLTA AO
      *    CLIENTE. RESGATE FORA DISSO E IGNORADO E VAI PARA O LOG
      *    DE EXCECOES - A LINHA ENTRA CHEIA NO CAIXA. O VALOR PAGO
      *    (VENDA MENOS DESCONTO EM PONTOS) E O QUE ENTRA OU SAI NO
      *    CAIXADIA E O QUE GERA OU ESTORNA PONTOS.
       0292-APURAR-RESGATE.
           MOVE ZEROS TO WRK-PONTOS-RESGATE WRK-DESCONTO-PONTOS.
           IF VENDA-PONTOS-RESGATE IS NUMERIC
              AND VENDA-DESCONTO-PONTOS IS NUMERIC
              AND VENDA-DESCONTO-PONTOS > ZEROS
               IF NOT CONDICAO-A-PRAZO
                  AND VENDA-CLIENTE IS NUMERIC
                  AND VENDA-CLIENTE > ZEROS
                  AND VENDA-DESCONTO-PONTOS NOT > VENDA-VALOR
                   MOVE VENDA-PONTOS-RESGATE  TO WRK-PONTOS-RESGATE
                   MOVE VENDA-DESCONTO-PONTOS TO WRK-DESCONTO-PONTOS
               ELSE
                   DISPLAY 'RESGATE DE PONTOS IGNORADO - PRODUTO '
                       VENDA-PRODUTO-COD ' CLIENTE ' VENDA-CLIENTE
                   MOVE VENDA-PRODUTO-COD TO WRK-REFERENCIA-LOG
                   MOVE 'RESGATE DE PONTOS INVALIDO - IGNORADO'
                       TO WRK-MOTIVO-LOG
                   CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                       WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
                   END-CALL
               END-IF
           END-IF.
           COMPUTE WRK-VALOR-PAGO = VENDA-VALOR - WRK-DESCONTO-PONTOS.

      *    PONTOS DA LINHA COM CLIENTE: A VENDA GANHA PELO VALOR
      *    PAGO (REAIS INTEIROS X PONTOS POR REAL) E LANCA O
      *    RESGATE QUE TROUXER; DEVOLUCAO E CANCELAMENTO ESTORNAM
      *    PELO VALOR PAGO E DEVOLVEM AO CLIENTE OS PONTOS QUE ELE
      *    RESGATOU NA VENDA ORIGINAL.
       0295-MOVIMENTAR-PONTOS.
           IF VENDA-DEVOLUCAO OR VENDA-CANCELAMENTO
               COMPUTE WRK-PONTOS-LINHA =
                   WRK-VALOR-PAGO * WRK-PONTOS-POR-REAL
                   ON SIZE ERROR MOVE 9999999 TO WRK-PONTOS-LINHA
               END-COMPUTE
               IF WRK-PONTOS-LINHA > ZEROS
                   MOVE 'E'            TO WRK-TIPO-PONTOS
                   MOVE WRK-VALOR-PAGO TO WRK-VALOR-PONTOS
                   PERFORM 0296-GRAVAR-PONTOS
                   ADD WRK-PONTOS-LINHA TO WRK-QT-PONTOS-ESTORNADOS
               END-IF
               IF WRK-PONTOS-RESGATE > ZEROS
                   MOVE WRK-PONTOS-RESGATE  TO WRK-PONTOS-LINHA
                   MOVE 'D'                 TO WRK-TIPO-PONTOS
                   MOVE WRK-DESCONTO-PONTOS TO WRK-VALOR-PONTOS
                   PERFORM 0296-GRAVAR-PONTOS
                   ADD WRK-PONTOS-LINHA TO WRK-QT-PONTOS-DEVOLVIDOS
               END-IF
           ELSE
               IF WRK-PONTOS-RESGATE > ZEROS
                   MOVE WRK-PONTOS-RESGATE  TO WRK-PONTOS-LINHA
                   MOVE 'R'                 TO WRK-TIPO-PONTOS
                   MOVE WRK-DESCONTO-PONTOS TO WRK-VALOR-PONTOS
                   PERFORM 0296-GRAVAR-PONTOS
                   ADD WRK-PONTOS-LINHA TO WRK-QT-PONTOS-RESGATADOS
               END-IF
               COMPUTE WRK-PONTOS-LINHA =
                   WRK-VALOR-PAGO * WRK-PONTOS-POR-REAL
                   ON SIZE ERROR MOVE 9999999 TO WRK-PONTOS-LINHA
               END-COMPUTE
               IF WRK-PONTOS-LINHA > ZEROS
                   MOVE 'G'            TO WRK-TIPO-PONTOS
                   MOVE WRK-VALOR-PAGO TO WRK-VALOR-PONTOS
                   PERFORM 0296-GRAVAR-PONTOS
                   ADD WRK-PONTOS-LINHA TO WRK-QT-PONTOS-GANHOS
               END-IF
           END-IF.

       0296-GRAVAR-PONTOS.
           INITIALIZE LOYALTY-POINTS-RECORD.
           MOVE VENDA-CLIENTE    TO PTO-CLIENTE.
           MOVE VENDA-DATA       TO PTO-DATA.
           MOVE WRK-TIPO-PONTOS  TO PTO-TIPO.
           MOVE WRK-PONTOS-LINHA TO PTO-PONTOS.
           MOVE WRK-VALOR-PONTOS TO PTO-VALOR.
           MOVE VENDA-LOJA       TO PTO-LOJA.
           MOVE WRK-PROGRAMA-ID  TO PTO-ORIGEM.
           WRITE LOYALTY-POINTS-RECORD.

      *    IMPOSTO POR DENTRO: A ALIQUOTA DA CLASSE FISCAL DO
      *    PRODUTO NA UF DA LOJA INCIDE SOBRE O VALOR DA VENDA, QUE
      *    JA O CONTEM. SEM UF OU SEM ALIQUOTA A NOTA SAI SEM
      *    IMPOSTO E O CASO VAI PARA O LOG DE EXCECOES, PARA A
      *    TABELA SER CORRIGIDA ANTES DA APURACAO DO MES.
       0280-CALCULAR-IMPOSTO.
           SET IX-PROD TO WRK-IX-PROD.
           MOVE TB-PROD-CLASSE (IX-PROD) TO WRK-CLASSE-VENDA.
           MOVE SPACES TO WRK-UF-VENDA WRK-IMPOSTO-VENDA.
           MOVE ZEROS  TO WRK-ALIQUOTA-VENDA WRK-VALOR-IMPOSTO.
           MOVE 'N' TO WRK-LJU-ACHADA.
           PERFORM 0281-PROCURAR-LOJA-UF
               VARYING IX-LJU FROM 1 BY 1
               UNTIL IX-LJU > WRK-QT-LOJAS-UF OR LJU-ACHADA.
           MOVE 'N' TO WRK-ALQ-ACHADA.
           IF LJU-ACHADA
               PERFORM 0282-PROCURAR-ALIQUOTA
                   VARYING IX-ALQ FROM 1 BY 1
                   UNTIL IX-ALQ > WRK-QT-ALIQUOTAS OR ALQ-ACHADA
           END-IF.
           IF NOT ALQ-ACHADA
               DISPLAY 'SEM ALIQUOTA PARA A CLASSE ' WRK-CLASSE-VENDA
                   ' NA LOJA ' VENDA-LOJA ' - NOTA SEM IMPOSTO'
               MOVE VENDA-LOJA TO WRK-REFERENCIA-LOG
               MOVE 'SEM ALIQUOTA P/ CLASSE FISCAL/UF DA LOJA'
                   TO WRK-MOTIVO-LOG
               CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                   WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
               END-CALL
           ELSE
               COMPUTE WRK-VALOR-IMPOSTO ROUNDED =
                   VENDA-VALOR * WRK-ALIQUOTA-VENDA / 100
               IF VENDA-DEVOLUCAO OR VENDA-CANCELAMENTO
                   IF WRK-IMPOSTO-VENDA = 'ICMS'
                       ADD WRK-VALOR-IMPOSTO TO WRK-ICMS-DEVOL
                   ELSE
                       ADD WRK-VALOR-IMPOSTO TO WRK-ISS-DEVOL
                   END-IF
               ELSE
                   IF WRK-IMPOSTO-VENDA = 'ICMS'
                       ADD WRK-VALOR-IMPOSTO TO WRK-ICMS-VENDAS
                   ELSE
                       ADD WRK-VALOR-IMPOSTO TO WRK-ISS-VENDAS
                   END-IF
               END-IF
           END-IF.

       0281-PROCURAR-LOJA-UF.
           IF TB-LJU-CODIGO (IX-LJU) = VENDA-LOJA
               MOVE 'S' TO WRK-LJU-ACHADA
               MOVE TB-LJU-UF (IX-LJU) TO WRK-UF-VENDA
           END-IF.

       0282-PROCURAR-ALIQUOTA.
           IF TB-ALQ-CLASSE (IX-ALQ) = WRK-CLASSE-VENDA
              AND TB-ALQ-UF (IX-ALQ) = WRK-UF-VENDA
               MOVE 'S' TO WRK-ALQ-ACHADA
               MOVE TB-ALQ-IMPOSTO (IX-ALQ)  TO WRK-IMPOSTO-VENDA
               MOVE TB-ALQ-ALIQUOTA (IX-ALQ) TO WRK-ALIQUOTA-VENDA
           END-IF.

      *    UMA NOTA POR LINHA VALIDADA: SAIDA NA VENDA, ENTRADA NA
      *    DEVOLUCAO/CANCELAMENTO (ESTORNA O IMPOSTO NA APURACAO).
       0285-EMITIR-NOTA-FISCAL.
           ADD 1 TO WRK-SEQ-NOTA.
           ADD 1 TO WRK-QT-NOTAS.
           INITIALIZE TAX-INVOICE-RECORD.
           MOVE WRK-SEQ-NOTA       TO NF-NUMERO.
           IF VENDA-DEVOLUCAO OR VENDA-CANCELAMENTO
               MOVE 'E' TO NF-TIPO
           ELSE
               MOVE 'S' TO NF-TIPO
           END-IF.
           MOVE WRK-DATA-HOJE      TO NF-DATA-EMISSAO.
           MOVE VENDA-DATA         TO NF-DATA-VENDA.
           MOVE VENDA-LOJA         TO NF-LOJA.
           MOVE WRK-UF-VENDA       TO NF-UF.
           MOVE VENDA-CLIENTE      TO NF-CLIENTE.
           MOVE VENDA-PRODUTO-COD  TO NF-CODIGO.
           MOVE VENDA-QUANTIDADE   TO NF-QUANTIDADE.
           MOVE WRK-CLASSE-VENDA   TO NF-CLASSE-FISCAL.
           MOVE WRK-IMPOSTO-VENDA  TO NF-IMPOSTO.
           MOVE WRK-ALIQUOTA-VENDA TO NF-ALIQUOTA.
           MOVE VENDA-VALOR        TO NF-VALOR-BRUTO.
           MOVE WRK-VALOR-IMPOSTO  TO NF-VALOR-IMPOSTO.
           COMPUTE NF-VALOR-LIQUIDO = VENDA-VALOR - WRK-VALOR-IMPOSTO.
           WRITE TAX-INVOICE-RECORD.

       0300-FINALIZAR.
           CLOSE SALES-TRANSACTION-FILE.
           PERFORM 0310-ATUALIZAR-ROLLUP.
           CLOSE AR-INVOICE-FILE.
           CLOSE SALES-HISTORY-FILE.
           DISPLAY 'LINHAS NO HISTORICO     : ' WRK-QT-HISTORICO.
           CLOSE LOYALTY-POINTS-FILE.
           MOVE WRK-TOT-RESGATE TO WRK-TOT-RESGATE-ED.
           DISPLAY 'PONTOS GANHOS           : ' WRK-QT-PONTOS-GANHOS.
           DISPLAY 'PONTOS ESTORNADOS       : '
               WRK-QT-PONTOS-ESTORNADOS.
           DISPLAY 'PONTOS RESGATADOS       : '
               WRK-QT-PONTOS-RESGATADOS ' - DESCONTO '
               WRK-TOT-RESGATE-ED.
           MOVE WRK-DEVOL-RESGATE TO WRK-TOT-RESGATE-ED.
           DISPLAY 'PONTOS DEVOLVIDOS       : '
               WRK-QT-PONTOS-DEVOLVIDOS ' - DESCONTO '
               WRK-TOT-RESGATE-ED.
           DISPLAY 'ENTREGAS NO HIST COMPRAS: ' WRK-QT-ENTREGAS-HIST.
           DISPLAY 'FATURAS A PRAZO GERADAS : ' WRK-QT-FATURAS.
           CLOSE TAX-INVOICE-FILE.
           PERFORM 0397-GRAVAR-SEQ-NOTAS.
           PERFORM 0398-RESUMO-FISCAL.
           IF WRK-QT-CREDITOS > ZEROS
               PERFORM 0380-APLICAR-CREDITOS
           END-IF.
           PERFORM 0346-RELATORIO-MARGEM.
           PERFORM 0350-GRAVAR-ESTOQUE.
           MOVE 'G' TO WRK-LOT-FUNCAO.
           CALL 'LOTRTN' USING WRK-LOT-FUNCAO
               WRK-CODIGO-MOVIMENTO WRK-LOCAL-MOVIMENTO
               WRK-LOT-LOTE WRK-LOT-VALIDADE
               WRK-LOT-QUANTIDADE WRK-LOT-SEM-LOTE
           END-CALL.
           PERFORM 0395-REGRAVAR-CUSTOS.
           PERFORM 0360-RELATORIO-REPOSICAO.
           IF PEDIDOS-MUDARAM
               PERFORM 0390-REGRAVAR-PEDIDOS
           END-IF.
           PERFORM 0375-GRAVAR-CAIXA-DIA.
           PERFORM 0370-GRAVAR-LOTE-CONTABIL.
           IF WRK-QT-COMISSOES > ZEROS
               PERFORM 0330-APURAR-COMISSOES
               UNTIL IX-PROD > WRK-QT-PRODUTOS.
           CLOSE STOCK-BALANCE-FILE.

      *    UMA LINHA POR PRODUTO E LOCAL, AGRUPADAS POR PRODUTO;
      *    PRODUTO QUE NUNCA TEVE SALDO SAI ZERADO NO LOCAL
      *    PRINCIPAL, COMO ANTES (MENOS O KIT, QUE NAO TEM SALDO
      *    PROPRIO).
       0351-GRAVAR-SALDO-PRODUTO.
           MOVE 'N' TO WRK-PROD-GRAVADO.
           PERFORM 0352-GRAVAR-SALDO-LOCAL
               VARYING IX-SLC FROM 1 BY 1
               UNTIL IX-SLC > WRK-QT-SALDOS-LOCAL.
           IF NOT PROD-GRAVADO AND NOT PRODUTO-KIT (IX-PROD)
               INITIALIZE STOCK-BALANCE-RECORD
               MOVE TB-PROD-CODIGO (IX-PROD)  TO STQ-CODIGO
               MOVE TB-PROD-ESTOQUE (IX-PROD) TO STQ-SALDO
               MOVE WRK-LOCAL-PRINCIPAL       TO STQ-LOCAL
               WRITE STOCK-BALANCE-RECORD
           END-IF.

       0352-GRAVAR-SALDO-LOCAL.
           IF TB-SLC-CODIGO (IX-SLC) = TB-PROD-CODIGO (IX-PROD)
               INITIALIZE STOCK-BALANCE-RECORD
               MOVE TB-SLC-CODIGO (IX-SLC) TO STQ-CODIGO
               MOVE TB-SLC-SALDO (IX-SLC)  TO STQ-SALDO
               MOVE TB-SLC-LOCAL (IX-SLC)  TO STQ-LOCAL
               WRITE STOCK-BALANCE-RECORD
               MOVE 'S' TO WRK-PROD-GRAVADO
           END-IF.

      *    REABASTECIMENTO POR LOCAL: O SALDO DO LOCAL MAIS O QUE
      *    ESTA EM TRANSITO PARA ELE CONTRA O PONTO DE REPOSICAO
      *    DO PRODUTO.
       0360-RELATORIO-REPOSICAO.
           MOVE ZEROS TO WRK-QT-ABAIXO-REPOSICAO.
           DISPLAY '------- REABASTECIMENTO (ESTOQUE) -------'.
           PERFORM 0361-TESTAR-REPOSICAO
               VARYING IX-SLC FROM 1 BY 1
               UNTIL IX-SLC > WRK-QT-SALDOS-LOCAL.
           IF WRK-QT-ABAIXO-REPOSICAO = ZEROS
               DISPLAY 'NENHUM PRODUTO ABAIXO DO PONTO DE REPOSICAO'
           END-IF.

       0361-TESTAR-REPOSICAO.
           MOVE TB-SLC-CODIGO (IX-SLC) TO STQ-CODIGO.
           PERFORM 0127-LOCALIZAR-PRODUTO-COD.
           IF PROD-ACHADO
               SET IX-PROD TO WRK-IX-PROD
           END-IF.
           IF PROD-ACHADO AND NOT PRODUTO-KIT (IX-PROD)
               IF TB-SLC-SALDO (IX-SLC) + TB-SLC-TRANSITO (IX-SLC) <
                   TB-PROD-REPOSICAO (IX-PROD)
                   ADD 1 TO WRK-QT-ABAIXO-REPOSICAO
                   DISPLAY 'REPOR ' TB-PROD-CODIGO (IX-PROD) ' '
                       TB-PROD-DESCRICAO (IX-PROD)
                       ' LOCAL ' TB-SLC-LOCAL (IX-SLC)
                       ' SALDO ' TB-SLC-SALDO (IX-SLC)
                       ' TRANSITO ' TB-SLC-TRANSITO (IX-SLC)
                       ' PONTO ' TB-PROD-REPOSICAO (IX-PROD)
               END-IF
           END-IF.

      *    LOTE CONTABIL DO DIA, NO MESMO ENVELOPE E CAMINHO DO
      *    LOTE DA FOLHA: CAIXA E CLIENTES DEBITADOS PELAS VENDAS,
      *    RECEITA CREDITADA POR LOJA, DEVOLUCOES COMO
      *    CONTRAPARTIDA. A SOMA DOS DEBITOS E CREDITOS FECHA POR
      *    CONSTRUCAO; O LEDGEDIT PROVA ISSO ANTES DO POSTING.
       0370-GRAVAR-LOTE-CONTABIL.
           WRITE LEDGER-BATCH-HEADER.
           MOVE ZEROS TO WRK-QT-LINHAS-LOTE WRK-LOTE-DEBITOS
               WRK-LOTE-CREDITOS.
      *    DO A VISTA, SO O DINHEIRO FICA NO CAIXA: CARTAO E
      *    RECEBIVEL DA ADQUIRENTE, PIX CAI DIRETO NO BANCO E O
      *    QUE FOI PAGO EM PONTOS BAIXA O PASSIVO DE PONTOS.
           COMPUTE WRK-LANC-VALOR = WRK-TOT-VISTA - WRK-TOT-CARTAO
               - WRK-TOT-PIX - WRK-TOT-RESGATE.
           IF WRK-LANC-VALOR > ZEROS
               MOVE WRK-CONTA-CAIXA TO WRK-LANC-CONTA
               MOVE 'D'             TO WRK-LANC-TIPO
               PERFORM 0371-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-TOT-RESGATE > ZEROS
               MOVE WRK-CONTA-PONTOS TO WRK-LANC-CONTA
               MOVE 'D'              TO WRK-LANC-TIPO
               MOVE WRK-TOT-RESGATE  TO WRK-LANC-VALOR
               PERFORM 0371-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-TOT-CARTAO > ZEROS
               MOVE WRK-CONTA-CARTOES TO WRK-LANC-CONTA
               MOVE 'D'               TO WRK-LANC-TIPO
               MOVE WRK-TOT-CARTAO    TO WRK-LANC-VALOR
               PERFORM 0371-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-TOT-PIX > ZEROS
               MOVE WRK-CONTA-BANCO TO WRK-LANC-CONTA
               MOVE 'D'             TO WRK-LANC-TIPO
               MOVE WRK-TOT-PIX     TO WRK-LANC-VALOR
               PERFORM 0371-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-TOT-PRAZO > ZEROS
               MOVE WRK-TOT-PRAZO      TO WRK-LANC-VALOR
               PERFORM 0371-GRAVAR-LANCAMENTO
           END-IF.
      *    RECEITA, DEVOLUCOES, IMPOSTOS SOBRE VENDAS E CMV SAEM
      *    POR LOJA; O QUE SOBRAR DOS TOTAIS (LOJA FORA DA TABELA)
      *    VAI NUMA LINHA SEM LOJA, PARA O LOTE FECHAR IGUAL.
           COMPUTE WRK-RESTO-VENDAS = WRK-TOT-VISTA + WRK-TOT-PRAZO.
           COMPUTE WRK-RESTO-DEVOLUCOES =
               WRK-DEVOL-VISTA + WRK-DEVOL-PRAZO.
           COMPUTE WRK-RESTO-IMP-VENDAS =
               WRK-ICMS-VENDAS + WRK-ISS-VENDAS.
           COMPUTE WRK-RESTO-IMP-DEVOL =
               WRK-ICMS-DEVOL + WRK-ISS-DEVOL.
           MOVE WRK-TOT-CMV TO WRK-RESTO-CMV.
           PERFORM 0372-LANCAR-RESULTADO-LOJA
               VARYING IX-LOJA FROM 1 BY 1
               UNTIL IX-LOJA > WRK-QT-LOJAS.
           PERFORM 0373-LANCAR-RESULTADO-SEM-LOJA.
      *    NA DEVOLUCAO A VISTA, A PARTE QUE O CLIENTE PAGOU EM
      *    PONTOS NAO SAI DO CAIXA: VOLTA AO PASSIVO DE PONTOS, JUNTO
      *    COM OS PONTOS DEVOLVIDOS A ELE.
           COMPUTE WRK-LANC-VALOR =
               WRK-DEVOL-VISTA - WRK-DEVOL-CARTAO - WRK-DEVOL-PIX
               - WRK-DEVOL-RESGATE.
           IF WRK-LANC-VALOR > ZEROS
               MOVE WRK-CONTA-CAIXA TO WRK-LANC-CONTA
               MOVE 'C'             TO WRK-LANC-TIPO
               PERFORM 0371-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-DEVOL-RESGATE > ZEROS
               MOVE WRK-CONTA-PONTOS  TO WRK-LANC-CONTA
               MOVE 'C'               TO WRK-LANC-TIPO
               MOVE WRK-DEVOL-RESGATE TO WRK-LANC-VALOR
               PERFORM 0371-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-DEVOL-CARTAO > ZEROS
               MOVE WRK-CONTA-CARTOES TO WRK-LANC-CONTA
               MOVE 'C'               TO WRK-LANC-TIPO
               MOVE WRK-DEVOL-CARTAO  TO WRK-LANC-VALOR
               PERFORM 0371-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-DEVOL-PIX > ZEROS
               MOVE WRK-CONTA-BANCO TO WRK-LANC-CONTA
               MOVE 'C'             TO WRK-LANC-TIPO
               MOVE WRK-DEVOL-PIX   TO WRK-LANC-VALOR
               PERFORM 0371-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-DEVOL-PRAZO > ZEROS
               MOVE WRK-DEVOL-PRAZO    TO WRK-LANC-VALOR
               PERFORM 0371-GRAVAR-LANCAMENTO
           END-IF.
      *    IMPOSTO CONTIDO NA RECEITA BRUTA: DEDUCAO DA RECEITA
      *    CONTRA ICMS/ISS A RECOLHER; A DEVOLUCAO ESTORNA.
      *    (A DEDUCAO EM SI JA SAIU POR LOJA, ACIMA.)
           IF WRK-ICMS-VENDAS > ZEROS
               MOVE WRK-CONTA-ICMS  TO WRK-LANC-CONTA
               MOVE 'C'             TO WRK-LANC-TIPO
               MOVE WRK-ICMS-VENDAS TO WRK-LANC-VALOR
               PERFORM 0371-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-ISS-VENDAS > ZEROS
               MOVE WRK-CONTA-ISS  TO WRK-LANC-CONTA
               MOVE 'C'            TO WRK-LANC-TIPO
               MOVE WRK-ISS-VENDAS TO WRK-LANC-VALOR
               PERFORM 0371-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-ICMS-DEVOL > ZEROS
               MOVE WRK-CONTA-ICMS TO WRK-LANC-CONTA
               MOVE 'D'            TO WRK-LANC-TIPO
               MOVE WRK-ICMS-DEVOL TO WRK-LANC-VALOR
               PERFORM 0371-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-ISS-DEVOL > ZEROS
               MOVE WRK-CONTA-ISS TO WRK-LANC-CONTA
               MOVE 'D'           TO WRK-LANC-TIPO
               MOVE WRK-ISS-DEVOL TO WRK-LANC-VALOR
               PERFORM 0371-GRAVAR-LANCAMENTO
           END-IF.
      *    O CMV DEBITADO NAS LOJAS SAI DO ESTOQUE NUMA LINHA SO;
      *    DIA COM MAIS DEVOLUCAO QUE VENDA DEVOLVE AO ESTOQUE.
           IF WRK-TOT-CMV > ZEROS
               MOVE WRK-CONTA-ESTOQUE TO WRK-LANC-CONTA
               MOVE 'C'               TO WRK-LANC-TIPO
               MOVE WRK-TOT-CMV       TO WRK-LANC-VALOR
               PERFORM 0371-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-TOT-CMV < ZEROS
               MOVE WRK-CONTA-ESTOQUE TO WRK-LANC-CONTA
               MOVE 'D'               TO WRK-LANC-TIPO
               COMPUTE WRK-LANC-VALOR = WRK-TOT-CMV * -1
               PERFORM 0371-GRAVAR-LANCAMENTO
           END-IF.
      *    MERCADORIA RECEBIDA ENTRA NO ESTOQUE PELO CUSTO E FICA A
      *    FATURAR ATE O TITULO DO FORNECEDOR SER APROVADO.
           IF WRK-TOT-RECEBIMENTOS > ZEROS
               MOVE WRK-CONTA-ESTOQUE    TO WRK-LANC-CONTA
               MOVE 'D'                  TO WRK-LANC-TIPO
               MOVE WRK-TOT-RECEBIMENTOS TO WRK-LANC-VALOR
               PERFORM 0371-GRAVAR-LANCAMENTO
               MOVE WRK-CONTA-A-FATURAR  TO WRK-LANC-CONTA
               MOVE 'C'                  TO WRK-LANC-TIPO
               PERFORM 0371-GRAVAR-LANCAMENTO
           END-IF.
           INITIALIZE LEDGER-BATCH-TRAILER.
           MOVE 'T'                TO LOTE-T-TIPO.
           MOVE WRK-QT-LINHAS-LOTE TO LOTE-T-QT-PREVISTA.
           MOVE WRK-LANC-CONTA TO TRAN-CONTA.
           MOVE WRK-LANC-TIPO  TO TRAN-TIPO.
           MOVE WRK-LANC-VALOR TO TRAN-VALOR.
           MOVE WRK-LANC-LOJA  TO TRAN-LOJA.
           WRITE TRANSACTION-RECORD.
           MOVE SPACES TO WRK-LANC-LOJA.
           ADD 1 TO WRK-QT-LINHAS-LOTE.
           IF WRK-LANC-TIPO = 'D'
               ADD WRK-LANC-VALOR TO WRK-LOTE-DEBITOS
               ADD WRK-LANC-VALOR TO WRK-LOTE-CREDITOS
           END-IF.

      *    LINHAS DE RESULTADO DE UMA LOJA DA TABELA DE MARGEM
       0372-LANCAR-RESULTADO-LOJA.
           MOVE TB-LOJA-VENDAS (IX-LOJA) TO WRK-LANC-VALOR.
           SUBTRACT TB-LOJA-VENDAS (IX-LOJA) FROM WRK-RESTO-VENDAS.
           MOVE WRK-CONTA-RECEITA TO WRK-LANC-CONTA.
           MOVE 'C' TO WRK-LANC-TIPO.
           PERFORM 0374-GRAVAR-LANCAMENTO-LOJA.
           MOVE TB-LOJA-DEVOLUCOES (IX-LOJA) TO WRK-LANC-VALOR.
           SUBTRACT TB-LOJA-DEVOLUCOES (IX-LOJA)
               FROM WRK-RESTO-DEVOLUCOES.
           MOVE WRK-CONTA-DEVOLUCOES TO WRK-LANC-CONTA.
           MOVE 'D' TO WRK-LANC-TIPO.
           PERFORM 0374-GRAVAR-LANCAMENTO-LOJA.
           MOVE TB-LOJA-IMP-VENDAS (IX-LOJA) TO WRK-LANC-VALOR.
           SUBTRACT TB-LOJA-IMP-VENDAS (IX-LOJA)
               FROM WRK-RESTO-IMP-VENDAS.
           MOVE WRK-CONTA-IMPOSTOS TO WRK-LANC-CONTA.
           MOVE 'D' TO WRK-LANC-TIPO.
           PERFORM 0374-GRAVAR-LANCAMENTO-LOJA.
           MOVE TB-LOJA-IMP-DEVOL (IX-LOJA) TO WRK-LANC-VALOR.
           SUBTRACT TB-LOJA-IMP-DEVOL (IX-LOJA)
               FROM WRK-RESTO-IMP-DEVOL.
           MOVE WRK-CONTA-IMPOSTOS TO WRK-LANC-CONTA.
           MOVE 'C' TO WRK-LANC-TIPO.
           PERFORM 0374-GRAVAR-LANCAMENTO-LOJA.
           MOVE TB-LOJA-CMV (IX-LOJA) TO WRK-CMV-LANCAR.
           SUBTRACT TB-LOJA-CMV (IX-LOJA) FROM WRK-RESTO-CMV.
           MOVE TB-LOJA-NOME (IX-LOJA) TO WRK-LANC-LOJA.
           PERFORM 0374A-LANCAR-CMV.

      *    SOBRA DOS TOTAIS DO DIA SEM LOJA (SO EXISTE QUANDO A
      *    TABELA DE LOJAS ESTOUROU)
       0373-LANCAR-RESULTADO-SEM-LOJA.
           IF WRK-RESTO-VENDAS > ZEROS
               MOVE WRK-CONTA-RECEITA TO WRK-LANC-CONTA
               MOVE 'C' TO WRK-LANC-TIPO
               MOVE WRK-RESTO-VENDAS TO WRK-LANC-VALOR
               PERFORM 0371-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-RESTO-DEVOLUCOES > ZEROS
               MOVE WRK-CONTA-DEVOLUCOES TO WRK-LANC-CONTA
               MOVE 'D' TO WRK-LANC-TIPO
               MOVE WRK-RESTO-DEVOLUCOES TO WRK-LANC-VALOR
               PERFORM 0371-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-RESTO-IMP-VENDAS > ZEROS
               MOVE WRK-CONTA-IMPOSTOS TO WRK-LANC-CONTA
               MOVE 'D' TO WRK-LANC-TIPO
               MOVE WRK-RESTO-IMP-VENDAS TO WRK-LANC-VALOR
               PERFORM 0371-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-RESTO-IMP-DEVOL > ZEROS
               MOVE WRK-CONTA-IMPOSTOS TO WRK-LANC-CONTA
               MOVE 'C' TO WRK-LANC-TIPO
               MOVE WRK-RESTO-IMP-DEVOL TO WRK-LANC-VALOR
               PERFORM 0371-GRAVAR-LANCAMENTO
           END-IF.
           MOVE WRK-RESTO-CMV TO WRK-CMV-LANCAR.
           PERFORM 0374A-LANCAR-CMV.

       0374-GRAVAR-LANCAMENTO-LOJA.
           IF WRK-LANC-VALOR > ZEROS
               MOVE TB-LOJA-NOME (IX-LOJA) TO WRK-LANC-LOJA
               PERFORM 0371-GRAVAR-LANCAMENTO
           END-IF.

      *    CMV LIQUIDO DA LOJA: POSITIVO DEBITA O CMV, NEGATIVO
      *    (MAIS DEVOLUCAO QUE VENDA NO DIA) CREDITA
       0374A-LANCAR-CMV.
           MOVE WRK-CONTA-CMV TO WRK-LANC-CONTA.
           IF WRK-CMV-LANCAR > ZEROS
               MOVE 'D' TO WRK-LANC-TIPO
               MOVE WRK-CMV-LANCAR TO WRK-LANC-VALOR
           ELSE
               MOVE 'C' TO WRK-LANC-TIPO
               COMPUTE WRK-LANC-VALOR = WRK-CMV-LANCAR * -1
           END-IF.
           IF WRK-LANC-VALOR > ZEROS
               PERFORM 0371-GRAVAR-LANCAMENTO
           END-IF.
           MOVE SPACES TO WRK-LANC-LOJA.

      *    MOVIMENTO DO CAIXADIA: UMA LINHA POR LOJA E MEIO DE
      *    PAGAMENTO COM O QUE ENTROU E O QUE SAIU NO DIA. O ARQUIVO
      *    SAI SEMPRE (VAZIO NO DIA SEM VENDA A VISTA), PARA O
      *    CXFECHA NAO CONFERIR O MOVIMENTO DA VESPERA.
       0375-GRAVAR-CAIXA-DIA.
           OPEN OUTPUT CASH-DAY-FILE.
           PERFORM 0376-GRAVAR-LINHA-CAIXA
               VARYING IX-CXA FROM 1 BY 1
               UNTIL IX-CXA > WRK-QT-CAIXAS.
           CLOSE CASH-DAY-FILE.
           DISPLAY 'MOVIMENTO DE CAIXA      : ' WRK-QT-CAIXAS
               ' LINHA(S) LOJA/MEIO NO CAIXADIA'.

       0376-GRAVAR-LINHA-CAIXA.
           INITIALIZE CASH-DAY-RECORD.
           MOVE WRK-DATA-HOJE             TO CXD-DATA.
           MOVE TB-CXA-LOJA (IX-CXA)      TO CXD-LOJA.
           MOVE TB-CXA-MEIO (IX-CXA)      TO CXD-MEIO-PAGTO.
           MOVE TB-CXA-VENDAS (IX-CXA)    TO CXD-VENDAS.
           MOVE TB-CXA-DEVOLUCOES (IX-CXA) TO CXD-DEVOLUCOES.
           WRITE CASH-DAY-RECORD.

      *    A DEVOLUCAO DE VENDA A PRAZO VIRA CREDITO DO CLIENTE,
      *    SOMADO POR CLIENTE PARA O ABATIMENTO NO FIM DO RUN.
       0268-ACUMULAR-CREDITO.
      *    VIGENTE NO MOMENTO DA LINHA.
       0275-ACUMULAR-MARGEM.
           SET IX-PROD TO WRK-IX-PROD.
           IF PRODUTO-KIT (IX-PROD)
               MOVE ZEROS TO WRK-CUSTO-CMV
               PERFORM 0278-SOMAR-CUSTO-KIT
                   VARYING IX-KIT FROM 1 BY 1
                   UNTIL IX-KIT > WRK-QT-KITS
           ELSE
               MOVE TB-PROD-CUSTO (IX-PROD) TO WRK-CUSTO-CMV
           END-IF.
           COMPUTE WRK-CMV-LINHA = WRK-SINAL-MARGEM
               * VENDA-QUANTIDADE * WRK-CUSTO-CMV.
           COMPUTE TB-PROD-QT-VENDIDA (IX-PROD) =
               TB-PROD-QT-VENDIDA (IX-PROD)
               + (WRK-SINAL-MARGEM * VENDA-QUANTIDADE).
                   TB-LOJA-RECEITA (IX-LOJA)
                   + (WRK-SINAL-MARGEM * VENDA-VALOR)
               ADD WRK-CMV-LINHA TO TB-LOJA-CMV (IX-LOJA)
               IF WRK-SINAL-MARGEM < ZEROS
                   ADD VENDA-VALOR TO TB-LOJA-DEVOLUCOES (IX-LOJA)
                   ADD WRK-VALOR-IMPOSTO
                       TO TB-LOJA-IMP-DEVOL (IX-LOJA)
               ELSE
                   ADD VENDA-VALOR TO TB-LOJA-VENDAS (IX-LOJA)
                   ADD WRK-VALOR-IMPOSTO
                       TO TB-LOJA-IMP-VENDAS (IX-LOJA)
               END-IF
           END-IF.

      *    O CUSTO DO KIT E A SOMA DO CUSTO MEDIO DE CADA
      *    COMPONENTE X QUANTIDADE NA ESTRUTURA.
       0278-SOMAR-CUSTO-KIT.
           IF TB-KIT-CODIGO (IX-KIT) = VENDA-PRODUTO-COD
               COMPUTE WRK-CUSTO-CMV = WRK-CUSTO-CMV
                   + (TB-KIT-QUANTIDADE (IX-KIT)
                      * TB-PROD-CUSTO (TB-KIT-IX-COMP (IX-KIT)))
           END-IF.

       0276-LOCALIZAR-LOJA.
                   MOVE VENDA-LOJA TO TB-LOJA-NOME (IX-LOJA)
                   MOVE ZEROS TO TB-LOJA-RECEITA (IX-LOJA)
                   MOVE ZEROS TO TB-LOJA-CMV (IX-LOJA)
                   MOVE ZEROS TO TB-LOJA-VENDAS (IX-LOJA)
                   MOVE ZEROS TO TB-LOJA-DEVOLUCOES (IX-LOJA)
                   MOVE ZEROS TO TB-LOJA-IMP-VENDAS (IX-LOJA)
                   MOVE ZEROS TO TB-LOJA-IMP-DEVOL (IX-LOJA)
               ELSE
                   DISPLAY 'TABELA DE LOJAS CHEIA - LOJA '
                       VENDA-LOJA ' FORA DO DEMONSTRATIVO DE '
           MOVE TB-PROD-CUSTO (IX-PROD)  TO CST-CUSTO-MEDIO.
           WRITE STOCK-COST-RECORD.

       0397-GRAVAR-SEQ-NOTAS.
           OPEN OUTPUT NF-SEQUENCE-FILE.
           MOVE WRK-SEQ-NOTA TO NF-SEQUENCE-RECORD.
           WRITE NF-SEQUENCE-RECORD.
           CLOSE NF-SEQUENCE-FILE.

      *    RECEITA BRUTA (VENDAS MENOS DEVOLUCOES), IMPOSTOS SOBRE
      *    VENDAS (LIQUIDOS DOS ESTORNOS) E A RECEITA LIQUIDA
       0398-RESUMO-FISCAL.
           COMPUTE WRK-RECEITA-BRUTA = WRK-TOT-VISTA + WRK-TOT-PRAZO
               - WRK-DEVOL-VISTA - WRK-DEVOL-PRAZO.
           COMPUTE WRK-IMPOSTOS-LIQ = WRK-ICMS-VENDAS + WRK-ISS-VENDAS
               - WRK-ICMS-DEVOL - WRK-ISS-DEVOL.
           COMPUTE WRK-RECEITA-LIQUIDA =
               WRK-RECEITA-BRUTA - WRK-IMPOSTOS-LIQ.
           DISPLAY '------- NOTAS FISCAIS / IMPOSTOS -------'.
           DISPLAY 'NOTAS FISCAIS EMITIDAS  : ' WRK-QT-NOTAS
               ' - ULTIMA ' WRK-SEQ-NOTA.
           MOVE WRK-RECEITA-BRUTA TO WRK-FISCAL-ED.
           DISPLAY 'RECEITA BRUTA           : ' WRK-FISCAL-ED.
           COMPUTE WRK-FISCAL-ED = WRK-ICMS-VENDAS - WRK-ICMS-DEVOL.
           DISPLAY 'ICMS                    : ' WRK-FISCAL-ED.
           COMPUTE WRK-FISCAL-ED = WRK-ISS-VENDAS - WRK-ISS-DEVOL.
           DISPLAY 'ISS                     : ' WRK-FISCAL-ED.
           MOVE WRK-RECEITA-LIQUIDA TO WRK-FISCAL-ED.
           DISPLAY 'RECEITA LIQUIDA         : ' WRK-FISCAL-ED.

       0390-REGRAVAR-PEDIDOS.
           OPEN OUTPUT PURCHASE-ORDER-FILE.
           PERFORM 0391-GRAVAR-PEDIDO
           MOVE TB-PED-PREVISTA (IX-PED)    TO PO-DATA-PREVISTA.
           MOVE TB-PED-CUSTO (IX-PED)       TO PO-CUSTO-UNITARIO.
           MOVE TB-PED-SITUACAO (IX-PED)    TO PO-SITUACAO.
           MOVE TB-PED-FORNECEDOR (IX-PED)  TO PO-FORNECEDOR.
           WRITE PURCHASE-ORDER-RECORD.

       0310-ATUALIZAR-ROLLUP.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.

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
