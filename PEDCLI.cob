      *    PEDCLI.cob - LAYOUT DO PEDIDO ELETRONICO DOS CLIENTES
      *    ATACADISTAS (CUSTOMER-ORDER-FILE), IMPORTADO PELO PEDIMPT
      *    NO LUGAR DA REDIGITACAO DAS PLANILHAS NA SALENTRY. CADA
      *    CLIENTE MANDA OS SEUS PEDIDOS DENTRO DE UM ENVELOPE DE
      *    CONTROLE (FILEENV.cob): HEADER 'HDR' COM A DATA E O
      *    CODIGO DE ORIGEM DO CLIENTE (CLIEDI), AS LINHAS DE PEDIDO
      *    E O TRAILER 'TRL' COM A QUANTIDADE DE LINHAS E A SOMA DAS
      *    QUANTIDADES PEDIDAS. O ARQUIVO DA NOITE PODE TRAZER UM
      *    ENVELOPE POR CLIENTE, UM DEPOIS DO OUTRO.
       01  CUSTOMER-ORDER-RECORD.
           02  PED-CLIENTE            PIC 9(06).
           02  PED-SEP1               PIC X(02).
           02  PED-NUMERO             PIC X(10).
           02  PED-SEP2               PIC X(02).
           02  PED-CODIGO             PIC X(06).
           02  PED-SEP3               PIC X(02).
           02  PED-QUANTIDADE         PIC 9(05).
           02  PED-SEP4               PIC X(02).
           02  PED-DATA-DESEJADA      PIC 9(08).
