      *    ARBAIXA.cob - LAYOUT DO HISTORICO DE BAIXAS POR PERDA DO
      *    CONTAS A RECEBER (AR-WRITEOFF-FILE). O ARWRTOFF ACRESCENTA
      *    UMA LINHA POR FATURA BAIXADA COMO INCOBRAVEL, COM O VALOR
      *    QUE SAIU DO CONTAS A RECEBER, O OPERADOR QUE PEDIU, O
      *    SUPERVISOR QUE APROVOU, O MOTIVO E O LOTE CONTABIL EM QUE
      *    A BAIXA FOI LANCADA CONTRA A PROVISAO (PDD).
       01  AR-WRITEOFF-RECORD.
           02  BXA-CLIENTE            PIC 9(06).
           02  BXA-SEP1               PIC X(02).
           02  BXA-EMISSAO            PIC 9(08).
           02  BXA-SEP2               PIC X(02).
           02  BXA-VENCIMENTO         PIC 9(08).
           02  BXA-SEP3               PIC X(02).
           02  BXA-VALOR              PIC 9(09)V99.
           02  BXA-SEP4               PIC X(02).
           02  BXA-DATA               PIC 9(08).
           02  BXA-SEP5               PIC X(02).
           02  BXA-OPERADOR           PIC X(20).
           02  BXA-SEP6               PIC X(02).
           02  BXA-SUPERVISOR         PIC X(20).
           02  BXA-SEP7               PIC X(02).
           02  BXA-MOTIVO             PIC X(30).
           02  BXA-SEP8               PIC X(02).
           02  BXA-LOTE               PIC X(08).
