      *    CREDPROP.cob - LAYOUT DAS PROPOSTAS DE REVISAO DE LIMITE
      *    DE CREDITO (CREDIT-PROPOSAL-FILE). GRAVADO UMA VEZ POR
      *    MES PELA PONTUACAO DE CREDITO (CREDSCOR), UMA LINHA POR
      *    CLIENTE COM PROPOSTA: A PONTUACAO E OS FATORES QUE A
      *    FORMARAM, O LIMITE ATUAL E O PROPOSTO E A ACAO. A
      *    PROPOSTA NASCE PENDENTE E SO O GERENTE DE CREDITO, NO
      *    CREDAPRV, A APROVA (E A APLICA NO CUSTMAST) OU RECUSA.
       01  CREDIT-PROPOSAL-RECORD.
           02  PCR-CLIENTE            PIC 9(06).
           02  PCR-SEP1               PIC X(02).
           02  PCR-DATA               PIC 9(08).
           02  PCR-SEP2               PIC X(02).
      *    PONTUACAO DE 0 A 100 E OS FATORES DOS ULTIMOS 12 MESES:
      *    ATRASO MEDIO EM DIAS, CARTAS DE COBRANCA ENVIADAS,
      *    COBRANCAS DEVOLVIDAS E VOLUME FATURADO A PRAZO
           02  PCR-PONTOS             PIC 9(03).
           02  PCR-SEP3               PIC X(02).
           02  PCR-ATRASO-MEDIO       PIC 9(03).
           02  PCR-SEP4               PIC X(02).
           02  PCR-QT-CARTAS          PIC 9(03).
           02  PCR-SEP5               PIC X(02).
           02  PCR-QT-DEVOLUCOES      PIC 9(03).
           02  PCR-SEP6               PIC X(02).
           02  PCR-VOLUME             PIC 9(09)V99.
           02  PCR-SEP7               PIC X(02).
           02  PCR-LIMITE-ATUAL       PIC 9(07)V99.
           02  PCR-SEP8               PIC X(02).
           02  PCR-LIMITE-PROPOSTO    PIC 9(07)V99.
           02  PCR-SEP9               PIC X(02).
           02  PCR-ACAO               PIC X(01).
               88  PROPOSTA-AUMENTO             VALUE 'A'.
               88  PROPOSTA-REDUCAO             VALUE 'R'.
               88  PROPOSTA-BLOQUEIO            VALUE 'B'.
           02  PCR-SEP10              PIC X(02).
           02  PCR-SITUACAO           PIC X(01).
               88  PROPOSTA-PENDENTE            VALUE 'P'.
               88  PROPOSTA-APROVADA            VALUE 'A'.
               88  PROPOSTA-RECUSADA            VALUE 'R'.
           02  PCR-SEP11              PIC X(02).
           02  PCR-DECISOR            PIC X(20).
           02  PCR-SEP12              PIC X(02).
           02  PCR-DATA-DECISAO       PIC 9(08).
