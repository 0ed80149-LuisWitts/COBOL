      *    PEDRESP.cob - LAYOUT DA RESPOSTA AO PEDIDO ELETRONICO
      *    (ORDER-RESPONSE-FILE), DEVOLVIDA A CADA CLIENTE PELO
      *    PEDIMPT: UMA LINHA POR LINHA DE PEDIDO RECEBIDA, NO MESMO
      *    ENVELOPE DE CONTROLE DO PEDIDO (FILEENV.cob, HEADER COM A
      *    ORIGEM DO CLIENTE, TRAILER COM A QUANTIDADE DE LINHAS E A
      *    SOMA DO VALOR ATENDIDO). SITUACAO: A=ACEITA POR INTEIRO,
      *    P=ACEITA COM SALDO PENDENTE (BACKORDER), R=RECUSADA (O
      *    MOTIVO DIZ POR QUE).
       01  ORDER-RESPONSE-RECORD.
           02  RSP-CLIENTE            PIC 9(06).
           02  RSP-SEP1               PIC X(02).
           02  RSP-NUMERO             PIC X(10).
           02  RSP-SEP2               PIC X(02).
           02  RSP-CODIGO             PIC X(06).
           02  RSP-SEP3               PIC X(02).
           02  RSP-QT-PEDIDA          PIC 9(05).
           02  RSP-SEP4               PIC X(02).
           02  RSP-QT-ATENDIDA        PIC 9(05).
           02  RSP-SEP5               PIC X(02).
           02  RSP-QT-PENDENTE        PIC 9(05).
           02  RSP-SEP6               PIC X(02).
           02  RSP-VALOR              PIC 9(07)V99.
           02  RSP-SEP7               PIC X(02).
           02  RSP-SITUACAO           PIC X(01).
               88  RESPOSTA-ACEITA              VALUE 'A'.
               88  RESPOSTA-PENDENTE            VALUE 'P'.
               88  RESPOSTA-RECUSADA            VALUE 'R'.
           02  RSP-SEP8               PIC X(02).
           02  RSP-MOTIVO             PIC X(30).
