      *    DUNNCTL.cob - LAYOUT DO CONTROLE DE CARTAS DE COBRANCA
      *    (DUNNING-CONTROL-FILE), UMA LINHA POR CLIENTE JA
      *    COBRADO, REGRAVADA PELO ARDUNLTR A CADA EMISSAO: O MAIOR
      *    NIVEL JA ENVIADO (QUE NUNCA REGRIDE), A DATA E O NUMERO
      *    DA ULTIMA CARTA. LIDO TAMBEM PELA PONTUACAO DE CREDITO
      *    (CREDSCOR).
       01  DUNNING-CONTROL-RECORD.
           02  DCTL-CLIENTE           PIC 9(06).
           02  DCTL-SEP1              PIC X(02).
           02  DCTL-NIVEL             PIC 9(01).
           02  DCTL-SEP2              PIC X(02).
           02  DCTL-DATA              PIC 9(08).
           02  DCTL-SEP3              PIC X(02).
           02  DCTL-CARTA             PIC 9(06).
      *    QUANTIDADE DE CARTAS JA ENVIADAS AO CLIENTE, ACUMULADA.
      *    LINHA GRAVADA NO LAYOUT ANTIGO CHEGA COM ESPACOS E CONTA
      *    COMO UMA CARTA (SO HA LINHA PARA QUEM JA FOI COBRADO).
           02  DCTL-SEP4              PIC X(02).
           02  DCTL-QT-CARTAS         PIC 9(03).
