      *    ARCOBRET.cob - LAYOUT DO ARQUIVO DE RETORNO DE COBRANCA
      *    DO BANCO (AR-COLLECTION-RETURN-FILE): UM HEADER COM A
      *    DATA DO RETORNO, UM DETALHE POR TITULO LIQUIDADO OU
      *    DEVOLVIDO (CLIENTE, NOSSA REFERENCIA = DATA DE EMISSAO
      *    DA FATURA, DATA E VALOR, OCORRENCIA) E UM TRAILER COM
      *    QUANTIDADE E VALOR TOTAL. O ARCOBRCV CASA CADA ITEM COM
      *    A FATURA ABERTA DO ARINVOIC E GRAVA O PAGAMENTO NO
      *    ARPAYMTS (OU A DEVOLUCAO NO ARDEVOL); ITEM SEM FATURA
      *    CORRESPONDENTE VAI PARA O LOG DE EXCECOES.
       01  RETORNO-HEADER.
           02  RETH-TIPO              PIC X(01).
           02  RETH-DATA              PIC 9(08).
           02  RETD-EMISSAO           PIC 9(08).
           02  RETD-DATA-PAGAMENTO    PIC 9(08).
           02  RETD-VALOR             PIC 9(09)V99.
      *    OCORRENCIA DO BANCO PARA O TITULO: '06' = LIQUIDADO;
      *    '09' = DEVOLVIDO SEM PAGAMENTO (O BANCO BAIXOU A
      *    COBRANCA E A DATA DE PAGAMENTO TRAZ A DATA DA
      *    DEVOLUCAO). RETORNO NO LAYOUT ANTIGO CHEGA COM ESPACOS
      *    E E TRATADO COMO LIQUIDADO, COMO SEMPRE FOI.
           02  RETD-OCORRENCIA        PIC X(02).
               88  TITULO-LIQUIDADO             VALUES '06' '  '.
               88  TITULO-DEVOLVIDO             VALUE '09'.
       01  RETORNO-TRAILER.
           02  RETT-TIPO              PIC X(01).
           02  RETT-QT-DETALHES       PIC 9(05).
