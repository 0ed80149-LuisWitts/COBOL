      *    INVREMES.cob - LAYOUT DA REMESSA BANCARIA DE PAGAMENTO A
      *    INVESTIDORES (INVESTMENT-REMITTANCE-FILE), GRAVADA PELO
      *    INVPAPRV NA APROVACAO, NO MESMO DESENHO DA REMESSA DA
      *    FOLHA (BANKREM): UM HEADER COM A DATA DO CREDITO, UM
      *    DETALHE POR VENCIMENTO OU RESGATE COM OS DADOS BANCARIOS
      *    DO CLIENTE NO CUSTMAST E O LIQUIDO A CREDITAR, E UM
      *    TRAILER COM A QUANTIDADE E O VALOR TOTAL PARA A
      *    TESOURARIA CONFERIR ANTES DE TRANSMITIR.
       01  REMINV-HEADER.
           02  REMIH-TIPO             PIC X(01).
           02  REMIH-DATA             PIC 9(08).
           02  REMIH-DESCRICAO        PIC X(30).
       01  REMINV-DETALHE.
           02  REMID-TIPO             PIC X(01).
           02  REMID-CONTRATO         PIC 9(06).
           02  REMID-NOME             PIC X(20).
           02  REMID-BANCO            PIC 9(03).
           02  REMID-AGENCIA          PIC 9(04).
           02  REMID-CONTA            PIC 9(08).
           02  REMID-LIQUIDO          PIC 9(09)V99.
       01  REMINV-TRAILER.
           02  REMIT-TIPO             PIC X(01).
           02  REMIT-QT-DETALHES      PIC 9(05).
           02  REMIT-VALOR-TOTAL      PIC 9(11)V99.
