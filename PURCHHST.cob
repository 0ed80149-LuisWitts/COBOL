      *    PURCHHST.cob - LAYOUT DO HISTORICO DE COMPRAS
      *    (PURCHASE-HISTORY-FILE): O FECHAMENTO (PROGCOB16) ANEXA
      *    UMA LINHA A CADA CASAMENTO DE RECEBIMENTO (GOODSRCV) COM
      *    PEDIDO DE COMPRA (PURCHORD), GUARDANDO O QUE ANTES SE
      *    PERDIA: DATA DA ENTREGA CONTRA A DATA PREVISTA (DIAS DE
      *    ATRASO, ZERO QUANDO NO PRAZO OU ADIANTADA), QUANTIDADE
      *    ENTREGUE NO PEDIDO E EXCEDENTE ALEM DELE, E O CUSTO DA
      *    ENTRADA CONTRA O CUSTO ACORDADO. A SITUACAO DO PEDIDO
      *    DEPOIS DA ENTREGA DIZ SE ELA FOI PARCIAL (A=CONTINUA
      *    ABERTO) OU COMPLETOU O PEDIDO (F). ENTRADA NO FORMATO
      *    ANTIGO, SEM CUSTO, GRAVA O CUSTO DO PEDIDO NOS DOIS
      *    CAMPOS (SEM VARIACAO). E A BASE DO SCORECARD MENSAL DE
      *    FORNECEDORES (SUPPSCOR).
       01  PURCHASE-HISTORY-RECORD.
           02  PCH-DATA-RECEBIMENTO   PIC 9(08).
           02  PCH-SEP1               PIC X(02).
           02  PCH-FORNECEDOR         PIC 9(06).
           02  PCH-SEP2               PIC X(02).
           02  PCH-PEDIDO             PIC 9(06).
           02  PCH-SEP3               PIC X(02).
           02  PCH-CODIGO             PIC X(06).
           02  PCH-SEP4               PIC X(02).
           02  PCH-QT-PEDIDA          PIC 9(05).
           02  PCH-SEP5               PIC X(02).
           02  PCH-QT-ENTREGUE        PIC 9(05).
           02  PCH-SEP6               PIC X(02).
           02  PCH-QT-EXCEDENTE       PIC 9(05).
           02  PCH-SEP7               PIC X(02).
           02  PCH-DATA-PREVISTA      PIC 9(08).
           02  PCH-SEP8               PIC X(02).
           02  PCH-DIAS-ATRASO        PIC 9(04).
           02  PCH-SEP9               PIC X(02).
           02  PCH-CUSTO-PEDIDO       PIC 9(05)V99.
           02  PCH-SEP10              PIC X(02).
           02  PCH-CUSTO-RECEBIDO     PIC 9(05)V99.
           02  PCH-SEP11              PIC X(02).
           02  PCH-SITUACAO-PEDIDO    PIC X(01).
               88  ENTREGA-PARCIAL              VALUE 'A'.
               88  ENTREGA-COMPLETOU            VALUE 'F'.
