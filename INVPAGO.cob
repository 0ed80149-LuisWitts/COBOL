      *    INVPAGO.cob - LAYOUT DO REGISTRO DE PAGAMENTOS DE
      *    INVESTIMENTO (INVESTMENT-PAYOUT-FILE): UMA LINHA POR
      *    VENCIMENTO OU RESGATE CREDITADO AO CLIENTE, ACRESCENTADA
      *    PELO INVPAPRV AO GERAR A REMESSA APROVADA (INVREMES). A
      *    CHAVE CONTRATO + EVENTO + MES + ORDEM NUNCA SE REPETE: O
      *    INVPAYRN NAO PROPOE DE NOVO O QUE JA ESTA AQUI E O
      *    INVPAPRV RECUSA APROVAR UM PENDENTE COM PAGAMENTO JA
      *    REGISTRADO. O CONTRATO VENCIDO E PAGO TAMBEM VIRA 'V' NO
      *    INVMAST.
       01  INVESTMENT-PAYOUT-RECORD.
      *    DATA DE CREDITO DA REMESSA (A DO HEADER DO INVREMES)
           02  IPAG-DATA-REMESSA      PIC 9(08).
           02  IPAG-SEP1              PIC X(02).
           02  IPAG-CONTRATO          PIC 9(06).
           02  IPAG-SEP2              PIC X(02).
      *    'V' = VENCIMENTO; 'R' = RESGATE (INVPEND.cob)
           02  IPAG-EVENTO            PIC X(01).
               88  IPAG-VENCIMENTO              VALUE 'V'.
               88  IPAG-RESGATE                 VALUE 'R'.
           02  IPAG-SEP3              PIC X(02).
           02  IPAG-MES               PIC 9(03).
           02  IPAG-SEP4              PIC X(02).
           02  IPAG-ORDEM             PIC 9(02).
           02  IPAG-SEP5              PIC X(02).
           02  IPAG-CLIENTE           PIC 9(06).
           02  IPAG-SEP6              PIC X(02).
           02  IPAG-BRUTO             PIC 9(09)V99.
           02  IPAG-SEP7              PIC X(02).
           02  IPAG-IR                PIC 9(09)V99.
           02  IPAG-SEP8              PIC X(02).
           02  IPAG-LIQUIDO           PIC 9(09)V99.
           02  IPAG-SEP9              PIC X(02).
           02  IPAG-BANCO             PIC 9(03).
           02  IPAG-SEP10             PIC X(02).
           02  IPAG-AGENCIA           PIC 9(04).
           02  IPAG-SEP11             PIC X(02).
           02  IPAG-CONTA             PIC 9(08).
           02  IPAG-SEP12             PIC X(02).
      *    SUPERVISOR QUE APROVOU A REMESSA
           02  IPAG-APROVADOR         PIC X(20).
