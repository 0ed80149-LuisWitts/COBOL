      *    CLIEDI.cob - LAYOUT DO CADASTRO DOS CLIENTES QUE MANDAM
      *    PEDIDO ELETRONICO (KEY-CUSTOMER-FILE): O CODIGO DE ORIGEM
      *    QUE O CLIENTE POE NO HEADER DO ENVELOPE, E O VENDEDOR,
      *    A LOJA E O NUMERO DE PARCELAS COM QUE AS VENDAS DELE SAO
      *    GRAVADAS NO SALETRAN (VENDA A PRAZO, COMO NO BALCAO DE
      *    ATACADO). O VENDEDOR/LOJA TEM QUE EXISTIR NA COMMRATE.
       01  KEY-CUSTOMER-RECORD.
           02  CED-CLIENTE            PIC 9(06).
           02  CED-SEP1               PIC X(02).
           02  CED-ORIGEM             PIC X(08).
           02  CED-SEP2               PIC X(02).
           02  CED-VENDEDOR           PIC X(15).
           02  CED-SEP3               PIC X(02).
           02  CED-LOJA               PIC X(10).
           02  CED-SEP4               PIC X(02).
           02  CED-PARCELAS           PIC 9(02).
