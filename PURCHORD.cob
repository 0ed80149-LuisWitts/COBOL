      *    MANDA RECEBIMENTO SEM PEDIDO OU ACIMA DO PEDIDO PARA O
      *    LOG DE EXCECOES. O POREPORT LISTA OS ABERTOS PARA O
      *    COMPRADOR COBRAR FORNECEDOR ATRASADO.
      *    O CODIGO DO FORNECEDOR (SUPPMAST) VEM NO FIM DA LINHA;
      *    PEDIDO GRAVADO NO FORMATO ANTIGO CHEGA COM ESPACOS NESSE
      *    CAMPO E E TRATADO COMO SEM FORNECEDOR (TESTAR NUMERIC).
      *    SITUACAO S E A SUGESTAO DE COMPRA GRAVADA PELO POSUGGST:
      *    AINDA NAO E PEDIDO (NAO CASA RECEBIMENTO NEM TITULO) ATE
      *    O COMPRADOR APROVAR NO POMAINT (VIRA A) OU DESCARTAR
      *    (VIRA C).
       01  PURCHASE-ORDER-RECORD.
           02  PO-NUMERO              PIC 9(06).
           02  PO-SEP1                PIC X(02).
               88  PEDIDO-ABERTO                VALUE 'A'.
               88  PEDIDO-FECHADO               VALUE 'F'.
               88  PEDIDO-CANCELADO             VALUE 'C'.
               88  PEDIDO-SUGERIDO              VALUE 'S'.
           02  PO-SEP7                PIC X(02).
           02  PO-FORNECEDOR          PIC 9(06).
