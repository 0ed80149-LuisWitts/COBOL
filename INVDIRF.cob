      *    INVDIRF.cob - LAYOUT DO ARQUIVO ANUAL DE RENDIMENTOS DE
      *    APLICACOES FINANCEIRAS PARA A DECLARACAO AO FISCO
      *    (INVESTMENT-TAX-FILING-FILE), GRAVADO PELO INVINFRM: UM
      *    HEADER COM O ANO-CALENDARIO E A DATA DE GERACAO, UM
      *    DETALHE POR BENEFICIARIO (CPF DO CUSTMAST) COM OS SALDOS
      *    EM 31/12 DO ANO ANTERIOR E DO ANO-CALENDARIO, O
      *    RENDIMENTO BRUTO PAGO, O IR RETIDO E O RENDIMENTO
      *    LIQUIDO DE TODOS OS CONTRATOS DELE SOMADOS, E UM TRAILER
      *    COM A QUANTIDADE E OS TOTAIS, QUE A CONTABILIDADE CONFERE
      *    CONTRA O IR RETIDO DO ANO ANTES DE TRANSMITIR.
       01  INVDIRF-HEADER.
           02  IDIRH-TIPO             PIC X(01).
           02  IDIRH-ANO-BASE         PIC 9(04).
           02  IDIRH-DATA             PIC 9(08).
           02  IDIRH-DESCRICAO        PIC X(30).
       01  INVDIRF-DETALHE.
           02  IDIRD-TIPO             PIC X(01).
           02  IDIRD-CPF              PIC X(11).
           02  IDIRD-CLIENTE          PIC 9(06).
           02  IDIRD-NOME             PIC X(20).
           02  IDIRD-QT-CONTRATOS     PIC 9(03).
           02  IDIRD-SALDO-ANTERIOR   PIC 9(11)V99.
           02  IDIRD-SALDO-ATUAL      PIC 9(11)V99.
           02  IDIRD-RENDIMENTO-BRUTO PIC 9(11)V99.
           02  IDIRD-IR-RETIDO        PIC 9(11)V99.
           02  IDIRD-RENDIMENTO-LIQ   PIC 9(11)V99.
       01  INVDIRF-TRAILER.
           02  IDIRT-TIPO             PIC X(01).
           02  IDIRT-QT-DETALHES      PIC 9(05).
           02  IDIRT-TOTAL-BRUTO      PIC 9(13)V99.
           02  IDIRT-TOTAL-IR         PIC 9(13)V99.
           02  IDIRT-TOTAL-LIQUIDO    PIC 9(13)V99.
