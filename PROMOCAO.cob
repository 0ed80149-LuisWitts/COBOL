      *    PROMOCAO.cob - LAYOUT DO CADASTRO DE CAMPANHAS
      *    PROMOCIONAIS (PROMOTION-FILE), MANTIDO PELO MARKETING:
      *    UMA LINHA POR CAMPANHA E ESCOPO. PRODUTO EM BRANCO VALE
      *    PARA TODOS OS PRODUTOS (SO NO DESCONTO PERCENTUAL), LOJA
      *    EM BRANCO VALE PARA TODAS AS LOJAS. TIPO P = PERCENTUAL
      *    DE DESCONTO SOBRE O PRECO EM VIGOR, F = PRECO FIXO DO
      *    PRODUTO NA CAMPANHA. VALE DE PRM-INICIO ATE PRM-FIM
      *    (INCLUSIVE). A ROTINA PROMRTN ESCOLHE O MENOR PRECO
      *    ENTRE AS CAMPANHAS QUE COBREM A VENDA; O PROMRPT
      *    COMPARA A CAMPANHA ENCERRADA COM O PERIODO ANTERIOR.
       01  PROMOTION-RECORD.
           02  PRM-CAMPANHA           PIC X(08).
           02  PRM-SEP1               PIC X(02).
           02  PRM-CODIGO             PIC X(06).
           02  PRM-SEP2               PIC X(02).
           02  PRM-LOJA               PIC X(10).
           02  PRM-SEP3               PIC X(02).
           02  PRM-TIPO               PIC X(01).
               88  PROMOCAO-PERCENTUAL          VALUE 'P'.
               88  PROMOCAO-PRECO-FIXO          VALUE 'F'.
           02  PRM-SEP4               PIC X(02).
           02  PRM-PERCENTUAL         PIC 9(02)V99.
           02  PRM-SEP5               PIC X(02).
           02  PRM-PRECO              PIC 9(05)V99.
           02  PRM-SEP6               PIC X(02).
           02  PRM-INICIO             PIC 9(08).
           02  PRM-SEP7               PIC X(02).
           02  PRM-FIM                PIC 9(08).
           02  PRM-SEP8               PIC X(02).
           02  PRM-DESCRICAO          PIC X(20).
