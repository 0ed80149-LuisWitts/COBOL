      *    LGPDLOG.cob - LAYOUT DO REGISTRO DE PEDIDOS DO TITULAR
      *    DE DADOS (LGPD-LOG-FILE), MANTIDO PARA O ENCARREGADO
      *    (DPO): UMA LINHA POR PEDIDO ATENDIDO PELO LGPDREQ, COM O
      *    PROTOCOLO DO PEDIDO, O CLIENTE, O TIPO (EXPORTACAO OU
      *    ANONIMIZACAO), O RESULTADO E O MOTIVO, A QUANTIDADE DE
      *    REGISTROS EXPORTADOS OU ANONIMIZADOS, QUEM ATENDEU, QUEM
      *    APROVOU A ANONIMIZACAO, A DATA E A HORA. O ARQUIVO SO
      *    CRESCE - NENHUM PROGRAMA REGRAVA OU APAGA ESTAS LINHAS.
       01  LGPD-LOG-RECORD.
           02  LGPD-PROTOCOLO         PIC X(12).
           02  LGPD-SEP1              PIC X(02).
           02  LGPD-CLIENTE           PIC 9(06).
           02  LGPD-SEP2              PIC X(02).
           02  LGPD-TIPO              PIC X(01).
               88  PEDIDO-EXPORTACAO            VALUE 'E'.
               88  PEDIDO-ANONIMIZACAO          VALUE 'A'.
           02  LGPD-SEP3              PIC X(02).
           02  LGPD-RESULTADO         PIC X(12).
           02  LGPD-SEP4              PIC X(02).
           02  LGPD-MOTIVO            PIC X(40).
           02  LGPD-SEP5              PIC X(02).
           02  LGPD-QT-REGISTROS      PIC 9(05).
           02  LGPD-SEP6              PIC X(02).
           02  LGPD-OPERADOR          PIC X(20).
           02  LGPD-SEP7              PIC X(02).
           02  LGPD-APROVADOR         PIC X(20).
           02  LGPD-SEP8              PIC X(02).
           02  LGPD-DATA              PIC 9(08).
           02  LGPD-SEP9              PIC X(02).
           02  LGPD-HORA              PIC 9(08).
