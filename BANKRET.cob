      *    BANKRET.cob - LAYOUT DO ARQUIVO DE RETORNO BANCARIO DA
      *    FOLHA (PAYROLL-RETURN-FILE), DEVOLVIDO PELO BANCO PARA
      *    CADA REMESSA DE CREDITO DE SALARIO (BANKREM OU A
      *    REEMISSAO BANKREMR): UM HEADER COM A DATA DE CREDITO DA
      *    REMESSA A QUE O RETORNO SE REFERE, UM DETALHE POR
      *    CREDITO COM OS DADOS ENVIADOS, A OCORRENCIA E O MOTIVO
      *    DO BANCO, E UM TRAILER COM A QUANTIDADE E O VALOR
      *    TOTAL. O PAYRETRN CASA CADA DETALHE COM O CREDITO EM
      *    ABERTO NO REGISTRO DE CREDITOS DA FOLHA (PAYCRED).
       01  RETORNO-FOLHA-HEADER.
           02  RETFH-TIPO             PIC X(01).
           02  RETFH-DATA             PIC 9(08).
           02  RETFH-DESCRICAO        PIC X(30).
       01  RETORNO-FOLHA-DETALHE.
           02  RETFD-TIPO             PIC X(01).
           02  RETFD-MATRICULA        PIC 9(06).
           02  RETFD-NOME             PIC X(20).
           02  RETFD-BANCO            PIC 9(03).
           02  RETFD-AGENCIA          PIC 9(04).
           02  RETFD-CONTA            PIC 9(08).
           02  RETFD-LIQUIDO          PIC 9(09)V99.
      *    OCORRENCIA DO BANCO: '00' = CREDITO EFETUADO NA CONTA;
      *    QUALQUER OUTRA = CREDITO DEVOLVIDO, COM O MOTIVO DO
      *    BANCO (CONTA ENCERRADA, AGENCIA INVALIDA...) NO TEXTO.
           02  RETFD-OCORRENCIA       PIC X(02).
               88  CREDITO-EFETUADO             VALUE '00'.
           02  RETFD-MOTIVO           PIC X(30).
       01  RETORNO-FOLHA-TRAILER.
           02  RETFT-TIPO             PIC X(01).
           02  RETFT-QT-DETALHES      PIC 9(05).
           02  RETFT-VALOR-TOTAL      PIC 9(11)V99.
