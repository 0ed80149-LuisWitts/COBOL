      *    STOCKLOT.cob - LAYOUT DO SALDO POR LOTE (STOCK-LOT-FILE),
      *    UMA LINHA POR PRODUTO, LOCAL E LOTE, MANTIDO PELA ROTINA
      *    LOTRTN: A ENTRADA DE MERCADORIA COM LOTE E VALIDADE
      *    (GOODSRCV) ABRE OU SOMA O LOTE NO LOCAL QUE RECEBEU; A
      *    VENDA, O AJUSTE DE INVENTARIO PARA MENOS E A REMESSA DE
      *    TRANSFERENCIA CONSOMEM OS LOTES DO LOCAL PELA ORDEM DE
      *    VENCIMENTO (PRIMEIRO A VENCER, PRIMEIRO A SAIR). O LOTE
      *    VENCIDO E BAIXADO PELO LOTEXPIR. A SOMA DOS LOTES DE UM
      *    PRODUTO NO LOCAL NUNCA PASSA DO SALDO DO STOCKBAL - O
      *    QUE SOBRA E ESTOQUE SEM LOTE (PRODUTO NAO PERECIVEL,
      *    ENTRADA ANTIGA OU DEVOLUCAO). LOTE ZERADO NAO E GRAVADO.
       01  STOCK-LOT-RECORD.
           02  LOT-CODIGO             PIC X(06).
           02  LOT-SEP1               PIC X(02).
           02  LOT-LOCAL              PIC X(10).
           02  LOT-SEP2               PIC X(02).
           02  LOT-LOTE               PIC X(10).
           02  LOT-SEP3               PIC X(02).
           02  LOT-VALIDADE           PIC 9(08).
           02  LOT-SEP4               PIC X(02).
           02  LOT-SALDO              PIC 9(07).
           02  LOT-SEP5               PIC X(02).
           02  LOT-DATA-ENTRADA       PIC 9(08).
