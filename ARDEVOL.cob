      *    ARDEVOL.cob - LAYOUT DO HISTORICO DE COBRANCAS DEVOLVIDAS
      *    (AR-BOUNCE-FILE): UMA LINHA POR TITULO QUE O BANCO
      *    DEVOLVEU SEM PAGAMENTO (OCORRENCIA '09' DO RETORNO),
      *    ACRESCENTADA PELO ARCOBRCV DEPOIS QUE O TRAILER DO
      *    RETORNO CONFERE. A FATURA CONTINUA ABERTA NO ARINVOIC;
      *    O HISTORICO E CUMULATIVO E ALIMENTA A PONTUACAO DE
      *    CREDITO (CREDSCOR).
       01  AR-BOUNCE-RECORD.
           02  DEV-CLIENTE            PIC 9(06).
           02  DEV-SEP1               PIC X(02).
           02  DEV-EMISSAO            PIC 9(08).
           02  DEV-SEP2               PIC X(02).
           02  DEV-DATA               PIC 9(08).
           02  DEV-SEP3               PIC X(02).
           02  DEV-VALOR              PIC 9(09)V99.
