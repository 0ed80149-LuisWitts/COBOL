      *    CAIXADIA.cob - LAYOUT DO MOVIMENTO DE CAIXA DO DIA
      *    (CASH-DAY-FILE), GRAVADO PELO FECHAMENTO DE VENDAS
      *    (PROGCOB16) COM UMA LINHA POR LOJA E MEIO DE PAGAMENTO
      *    DAS VENDAS A VISTA: O QUE ENTROU (VENDAS) E O QUE SAIU
      *    (DEVOLUCOES E CANCELAMENTOS). O ESPERADO NA GAVETA E A
      *    DIFERENCA DOS DOIS, CONFERIDO PELO FECHAMENTO DE CAIXA
      *    (CXFECHA) CONTRA A CONTAGEM DO OPERADOR (CXCONTAG).
       01  CASH-DAY-RECORD.
           02  CXD-DATA               PIC 9(08).
           02  CXD-SEP1               PIC X(02).
           02  CXD-LOJA               PIC X(10).
           02  CXD-SEP2               PIC X(02).
           02  CXD-MEIO-PAGTO         PIC X(01).
           02  CXD-SEP3               PIC X(02).
           02  CXD-VENDAS             PIC 9(09)V99.
           02  CXD-SEP4               PIC X(02).
           02  CXD-DEVOLUCOES         PIC 9(09)V99.
