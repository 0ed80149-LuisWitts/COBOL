      *    LOTE DO PROGCOB14, PELA VALIDACAO DE VENDAS DO PROGCOB16
      *    E PELO CONTROLE DE ESTOQUE (PONTO DE REPOSICAO POR
      *    PRODUTO PARA O RELATORIO DE REABASTECIMENTO).
      *    MANTIDO PELO PRODMAINT, QUE GUARDA CADA MUDANCA DE PRECO
      *    COM A DATA DE VIGENCIA NO HISTORICO PRICEHST; PROD-PRECO
      *    E SEMPRE O PRECO EM VIGOR HOJE. SITUACAO I = PRODUTO
      *    DESATIVADO (NAO ENTRA EM VENDA NOVA NEM EM PEDIDO DE
      *    COMPRA); LINHA NO FORMATO ANTIGO CHEGA COM ESPACOS E E
      *    TRATADA COMO ATIVO. A CLASSE FISCAL (MER=MERCADORIA,
      *    ICMS; SRV=SERVICO, ISS) ESCOLHE A ALIQUOTA NA TAXRATE;
      *    EM BRANCO (FORMATO ANTIGO) E TRATADA COMO MERCADORIA.
      *    A CLASSE ABC (A/B/C PELA RECEITA DOS ULTIMOS 12 MESES) E
      *    GRAVADA TODO MES PELO ABCANAL E DECIDE DE QUANTO EM
      *    QUANTO TEMPO O INVENTARIO CICLICO DO STOCKTAK PEDE A
      *    CONTAGEM DO PRODUTO; EM BRANCO (PRODUTO NOVO OU FORMATO
      *    ANTIGO) AINDA NAO FOI CLASSIFICADO E CONTA COMO B.
       01  PRODUCT-MASTER-RECORD.
           02  PROD-CODIGO            PIC X(06).
           02  PROD-DESCRICAO         PIC X(20).
           02  PROD-PRECO             PIC 9(05)V99.
           02  PROD-PONTO-REPOSICAO   PIC 9(05).
           02  PROD-SEP1              PIC X(02).
           02  PROD-SITUACAO          PIC X(01).
               88  PRODUTO-ATIVO                VALUE 'A'.
               88  PRODUTO-INATIVO              VALUE 'I'.
           02  PROD-SEP2              PIC X(02).
           02  PROD-CLASSE-FISCAL     PIC X(03).
           02  PROD-SEP3              PIC X(02).
           02  PROD-CLASSE-ABC        PIC X(01).
               88  CLASSE-ABC-A                 VALUE 'A'.
               88  CLASSE-ABC-B                 VALUE 'B' ' '.
               88  CLASSE-ABC-C                 VALUE 'C'.
