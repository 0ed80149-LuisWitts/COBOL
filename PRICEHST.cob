      *    PRICEHST.cob - LAYOUT DO HISTORICO DE PRECOS DE VENDA
      *    (PRICE-HISTORY-FILE): O PRODMAINT ANEXA UMA LINHA A CADA
      *    PRECO NOVO (INCLUSAO DO PRODUTO OU ALTERACAO DE PRECO),
      *    COM A DATA A PARTIR DA QUAL O PRECO VALE, O PRECO QUE
      *    ESTAVA EM VIGOR ANTES E O OPERADOR QUE REGISTROU. A
      *    VIGENCIA NUNCA E FUTURA NEM ANTERIOR A ULTIMA DO
      *    PRODUTO. O FECHAMENTO (PROGCOB16) CONFERE CADA VENDA
      *    CONTRA O PRECO EM VIGOR NA DATA DA VENDA (VENDA-DATA):
      *    A LINHA DE MAIOR VIGENCIA ATE ESSA DATA; VENDA ANTERIOR
      *    A TODO O HISTORICO USA O PRECO ANTERIOR DA PRIMEIRA
      *    LINHA, E PRODUTO SEM HISTORICO USA O PROD-PRECO.
       01  PRICE-HISTORY-RECORD.
           02  PRH-CODIGO             PIC X(06).
           02  PRH-SEP1               PIC X(02).
           02  PRH-DATA-VIGENCIA      PIC 9(08).
           02  PRH-SEP2               PIC X(02).
           02  PRH-PRECO              PIC 9(05)V99.
           02  PRH-SEP3               PIC X(02).
           02  PRH-PRECO-ANTERIOR     PIC 9(05)V99.
           02  PRH-SEP4               PIC X(02).
           02  PRH-DATA-REGISTRO      PIC 9(08).
           02  PRH-SEP5               PIC X(02).
           02  PRH-USUARIO            PIC X(20).
