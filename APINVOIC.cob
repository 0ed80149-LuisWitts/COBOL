      *    APINVOIC.cob - LAYOUT DO ARQUIVO DE TITULOS A PAGAR
      *    (AP-INVOICE-FILE): UMA LINHA POR NOTA DE FORNECEDOR
      *    LANCADA NO APMAINT, COM O FORNECEDOR DO SUPPMAST, O
      *    PEDIDO DE COMPRA (PURCHORD) A QUE SE REFERE, QUANTIDADE E
      *    CUSTO UNITARIO FATURADOS, VALOR, EMISSAO E VENCIMENTO
      *    (EMISSAO + PRAZO DE PAGAMENTO DO FORNECEDOR).
      *    SITUACAO: P=PENDENTE DE CONFERENCIA, A=APROVADO (CONFERIDO
      *    CONTRA PEDIDO E RECEBIMENTO PELO APMATCH, EM ABERTO),
      *    D=DIVERGENTE, L=LIQUIDADO (PAGO PELO APPAYRUN),
      *    C=CANCELADO. A MARCA DE CONTABILIZACAO DIZ SE A OBRIGACAO
      *    JA FOI LANCADA NO RAZAO PELO APPAYRUN.
       01  AP-INVOICE-RECORD.
           02  TIT-NUMERO             PIC 9(06).
           02  TIT-SEP1               PIC X(02).
           02  TIT-FORNECEDOR         PIC 9(06).
           02  TIT-SEP2               PIC X(02).
           02  TIT-DOCUMENTO          PIC X(10).
           02  TIT-SEP3               PIC X(02).
           02  TIT-PEDIDO             PIC 9(06).
           02  TIT-SEP4               PIC X(02).
           02  TIT-QUANTIDADE         PIC 9(05).
           02  TIT-SEP5               PIC X(02).
           02  TIT-CUSTO-UNITARIO     PIC 9(05)V99.
           02  TIT-SEP6               PIC X(02).
           02  TIT-VALOR              PIC 9(09)V99.
           02  TIT-SEP7               PIC X(02).
           02  TIT-DATA-EMISSAO       PIC 9(08).
           02  TIT-SEP8               PIC X(02).
           02  TIT-DATA-VENCIMENTO    PIC 9(08).
           02  TIT-SEP9               PIC X(02).
           02  TIT-SITUACAO           PIC X(01).
               88  TITULO-PENDENTE              VALUE 'P'.
               88  TITULO-APROVADO              VALUE 'A'.
               88  TITULO-DIVERGENTE            VALUE 'D'.
               88  TITULO-LIQUIDADO             VALUE 'L'.
               88  TITULO-CANCELADO             VALUE 'C'.
           02  TIT-SEP10              PIC X(02).
           02  TIT-CONTABILIZADO      PIC X(01).
               88  OBRIGACAO-LANCADA            VALUE 'S'.
           02  TIT-SEP11              PIC X(02).
           02  TIT-DATA-PAGAMENTO     PIC 9(08).
