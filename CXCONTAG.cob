      *    CXCONTAG.cob - LAYOUT DA CONTAGEM DE CAIXA (CASH-COUNT-
      *    FILE), UMA LINHA POR LOJA, DATA E MEIO DE PAGAMENTO COM O
      *    VALOR QUE O OPERADOR CONTOU NA GAVETA (DINHEIRO) OU
      *    SOMOU NOS COMPROVANTES (CARTAO DE DEBITO, DE CREDITO E
      *    PIX) NO FIM DO DIA. DIGITADA NA CXCONTA E CONFERIDA PELO
      *    CXFECHA CONTRA O MOVIMENTO DO FECHAMENTO (CAIXADIA).
      *    RECONTAGEM DO MESMO MEIO NA MESMA DATA GRAVA LINHA NOVA,
      *    E A ULTIMA LINHA E A QUE VALE.
       01  CASH-COUNT-RECORD.
           02  CXC-DATA               PIC 9(08).
           02  CXC-SEP1               PIC X(02).
           02  CXC-LOJA               PIC X(10).
           02  CXC-SEP2               PIC X(02).
           02  CXC-MEIO-PAGTO         PIC X(01).
           02  CXC-SEP3               PIC X(02).
           02  CXC-VALOR              PIC 9(09)V99.
           02  CXC-SEP4               PIC X(02).
           02  CXC-OPERADOR           PIC X(15).
