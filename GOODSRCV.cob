      *    MEDIO ATUAL (NAO MUDA A PONDERACAO).
           02  RCV-SEP2               PIC X(02).
           02  RCV-CUSTO-UNITARIO     PIC 9(05)V99.
      *    FORNECEDOR (SUPPMAST) QUE ENTREGOU A MERCADORIA. O
      *    FECHAMENTO SO CASA A ENTRADA CONTRA PEDIDO ABERTO DESTE
      *    FORNECEDOR; LINHA NO FORMATO ANTIGO CHEGA COM ESPACOS E
      *    CASA POR PRODUTO, COMO ANTES. O CAMPO OCUPA O ANTIGO
      *    ENCHIMENTO, E O REGISTRO CONTINUA COMPORTANDO A LINHA DE
      *    TRAILER DO ENVELOPE (27 BYTES) SEM PARTI-LA NA LEITURA.
           02  RCV-SEP3               PIC X(02).
           02  RCV-FORNECEDOR         PIC 9(06).
      *    LOCAL (LOJA OU DEPOSITO DO STOREMST) QUE RECEBEU A
      *    MERCADORIA, ONDE O SALDO DA ENTRADA E SOMADO; LINHA NO
      *    FORMATO ANTIGO CHEGA COM ESPACOS E ENTRA NO LOCAL
      *    PRINCIPAL (ROTINA LOCPRTN).
           02  RCV-SEP4               PIC X(02).
           02  RCV-LOCAL              PIC X(10).
      *    LOTE E VALIDADE (AAAAMMDD) DA MERCADORIA PERECIVEL: A
      *    ENTRADA ABRE OU SOMA O LOTE NO LOCAL QUE RECEBEU
      *    (STOCKLOT, ROTINA LOTRTN). PRODUTO SEM CONTROLE DE LOTE
      *    E LINHA NO FORMATO ANTIGO CHEGAM COM ESPACOS E ENTRAM
      *    COMO ESTOQUE SEM LOTE.
           02  RCV-SEP5               PIC X(02).
           02  RCV-LOTE               PIC X(10).
           02  RCV-SEP6               PIC X(02).
           02  RCV-VALIDADE           PIC 9(08).
