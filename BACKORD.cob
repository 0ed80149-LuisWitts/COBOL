           02  BKO-SITUACAO           PIC X(01).
               88  PENDENCIA-ABERTA             VALUE 'A'.
               88  PENDENCIA-LIBERADA           VALUE 'L'.
      *    MEIO DE PAGAMENTO DA VENDA A VISTA (VER VENDA-MEIO-PAGTO
      *    NO BOOK), LEVADO PARA A LINHA QUE A LIBERACAO GERA.
           02  BKO-SEP9               PIC X(02).
           02  BKO-MEIO-PAGTO         PIC X(01).
