      *    APREMES.cob - LAYOUT DA REMESSA BANCARIA DE PAGAMENTO A
      *    FORNECEDORES (AP-REMITTANCE-FILE), GRAVADA PELO APPAYRUN
      *    NO MESMO DESENHO DA REMESSA DA FOLHA (BANKREM): UM HEADER
      *    COM A DATA DO PAGAMENTO, UM DETALHE POR FORNECEDOR COM OS
      *    DADOS BANCARIOS DO SUPPMAST E O VALOR A CREDITAR (SOMA
      *    DOS TITULOS VENCIDOS), E UM TRAILER COM A QUANTIDADE E O
      *    VALOR TOTAL PARA A TESOURARIA CONFERIR ANTES DE
      *    TRANSMITIR.
       01  REMFOR-HEADER.
           02  REMFH-TIPO             PIC X(01).
           02  REMFH-DATA             PIC 9(08).
           02  REMFH-DESCRICAO        PIC X(30).
       01  REMFOR-DETALHE.
           02  REMFD-TIPO             PIC X(01).
           02  REMFD-FORNECEDOR       PIC 9(06).
           02  REMFD-NOME             PIC X(20).
           02  REMFD-CNPJ             PIC X(14).
           02  REMFD-BANCO            PIC 9(03).
           02  REMFD-AGENCIA          PIC 9(04).
           02  REMFD-CONTA            PIC 9(08).
           02  REMFD-VALOR            PIC 9(09)V99.
       01  REMFOR-TRAILER.
           02  REMFT-TIPO             PIC X(01).
           02  REMFT-QT-DETALHES      PIC 9(05).
           02  REMFT-VALOR-TOTAL      PIC 9(11)V99.
