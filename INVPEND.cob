      *    INVPEND.cob - LAYOUT DO ARQUIVO DE PAGAMENTOS DE
      *    INVESTIMENTO PENDENTES DE APROVACAO (INVESTMENT-PAYOUT-
      *    PENDING-FILE), GRAVADO PELO INVPAYRN NA NOITE E LIDO PELA
      *    APROVACAO (INVPAPRV), NO MOLDE DO PAYPEND DA FOLHA: UM
      *    HEADER COM A DATA E O OPERADOR, UM DETALHE POR PAGAMENTO
      *    (VENCIMENTO OU RESGATE DE UM CONTRATO) COM OS DADOS DO
      *    CREDITO E UM TRAILER COM QUANTIDADE E TOTAIS. A REMESSA
      *    AO BANCO (INVREMES) SO E GERADA DEPOIS QUE UM SUPERVISOR
      *    OU ADMINISTRADOR APROVA ESTE ARQUIVO.
       01  INVPEND-HEADER.
           02  IPEN-H-TIPO            PIC X(01).
           02  IPEN-H-DATA            PIC 9(08).
      *    OPERADOR DA NOITE (ROTINA OPERRTN): A APROVACAO RECUSA
      *    QUE A MESMA PESSOA GERE E APROVE O PAGAMENTO.
           02  IPEN-H-OPERADOR        PIC X(20).
       01  INVPEND-DETALHE.
           02  IPEN-D-TIPO            PIC X(01).
           02  IPEN-D-CONTRATO        PIC 9(06).
           02  IPEN-D-CLIENTE         PIC 9(06).
           02  IPEN-D-NOME            PIC X(20).
      *    'V' = VENCIMENTO (SALDO INTEIRO, COM O IR RETIDO);
      *    'R' = RESGATE DO INVMOVE (VALOR INTEIRO, SEM IR - O IR
      *    SO E RETIDO NO VENCIMENTO, SOBRE O RENDIMENTO TOTAL)
           02  IPEN-D-EVENTO          PIC X(01).
               88  IPEN-VENCIMENTO              VALUE 'V'.
               88  IPEN-RESGATE                 VALUE 'R'.
      *    MES DO CONTRATO E ORDEM DO RESGATE NAQUELE MES (O INVMOVE
      *    NAO NUMERA OS MOVIMENTOS); NO VENCIMENTO, O PRAZO DO
      *    CONTRATO E ORDEM 01
           02  IPEN-D-MES             PIC 9(03).
           02  IPEN-D-ORDEM           PIC 9(02).
           02  IPEN-D-BRUTO           PIC 9(09)V99.
           02  IPEN-D-IR              PIC 9(09)V99.
           02  IPEN-D-LIQUIDO         PIC 9(09)V99.
           02  IPEN-D-BANCO           PIC 9(03).
           02  IPEN-D-AGENCIA         PIC 9(04).
           02  IPEN-D-CONTA           PIC 9(08).
       01  INVPEND-TRAILER.
           02  IPEN-T-TIPO            PIC X(01).
           02  IPEN-T-QT-DETALHES     PIC 9(05).
           02  IPEN-T-TOTAL-BRUTO     PIC 9(11)V99.
           02  IPEN-T-TOTAL-LIQUIDO   PIC 9(11)V99.
