      *    SUPPMAST.cob - LAYOUT DO CADASTRO DE FORNECEDORES
      *    (SUPPLIER-MASTER-FILE): CODIGO, RAZAO SOCIAL, CNPJ
      *    CONFERIDO PELA ROTINA CNPJVALD, CONTATO E TELEFONE DO
      *    COMPRADOR DO OUTRO LADO, PRAZO DE PAGAMENTO EM DIAS
      *    CORRIDOS E SITUACAO (A=ATIVO, B=BLOQUEADO). MANTIDO PELO
      *    SUPPMAINT; O POMAINT SO ACEITA PEDIDO DE FORNECEDOR ATIVO
      *    DESTE CADASTRO E O POREPORT AGRUPA OS PEDIDOS ATRASADOS
      *    POR FORNECEDOR, COM O CONTATO PARA A COBRANCA.
       01  SUPPLIER-MASTER-RECORD.
           02  FORN-CODIGO            PIC 9(06).
           02  FORN-SEP1              PIC X(02).
           02  FORN-RAZAO-SOCIAL      PIC X(30).
           02  FORN-SEP2              PIC X(02).
           02  FORN-CNPJ              PIC X(14).
           02  FORN-SEP3              PIC X(02).
           02  FORN-CONTATO           PIC X(20).
           02  FORN-SEP4              PIC X(02).
           02  FORN-TELEFONE          PIC X(11).
           02  FORN-SEP5              PIC X(02).
           02  FORN-PRAZO-PAGTO       PIC 9(03).
           02  FORN-SEP6              PIC X(02).
           02  FORN-SITUACAO          PIC X(01).
               88  FORNECEDOR-ATIVO             VALUE 'A'.
               88  FORNECEDOR-BLOQUEADO         VALUE 'B'.
      *    DADOS BANCARIOS PARA O PAGAMENTO DO CONTAS A PAGAR
      *    (APPAYRUN), NO MESMO DESENHO DA REMESSA DA FOLHA
      *    (BANKREM). LINHA GRAVADA NO FORMATO ANTIGO CHEGA COM
      *    ESPACOS E O FORNECEDOR FICA FORA DA REMESSA ATE O
      *    CADASTRO SER COMPLETADO NO SUPPMAINT.
           02  FORN-SEP7              PIC X(02).
           02  FORN-BANCO             PIC 9(03).
           02  FORN-SEP8              PIC X(02).
           02  FORN-AGENCIA           PIC 9(04).
           02  FORN-SEP9              PIC X(02).
           02  FORN-CONTA             PIC 9(08).
      *    PRAZO DE ENTREGA EM DIAS CORRIDOS ENTRE O PEDIDO E A
      *    CHEGADA DA MERCADORIA, USADO PELA SUGESTAO DE COMPRA
      *    (POSUGGST) PARA COBRIR A VENDA ATE A ENTREGA. LINHA NO
      *    FORMATO ANTIGO CHEGA COM ESPACOS E A SUGESTAO ASSUME O
      *    PRAZO PADRAO DELA.
           02  FORN-SEP10             PIC X(02).
           02  FORN-PRAZO-ENTREGA     PIC 9(03).
