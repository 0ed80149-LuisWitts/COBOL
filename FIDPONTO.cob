      *    FIDPONTO.cob - LAYOUT DO EXTRATO DE PONTOS DO PROGRAMA DE
      *    FIDELIDADE (LOYALTY-POINTS-FILE), UMA LINHA POR MOVIMENTO
      *    DE PONTOS DO CLIENTE. O SALDO DO CLIENTE E A SOMA DOS
      *    GANHOS E RESGATES DEVOLVIDOS MENOS ESTORNOS, RESGATES E
      *    EXPIRADOS:
      *      G = GANHO NA VENDA (FECHAMENTO, PROGCOB16)
      *      E = ESTORNO NA DEVOLUCAO/CANCELAMENTO (PROGCOB16)
      *      R = RESGATE COMO DESCONTO NA DIGITACAO (SALENTRY),
      *          LANCADO PELO FECHAMENTO DA LINHA
      *      X = EXPIRADO PELO FECHAMENTO MENSAL (FIDMES)
      *      D = RESGATE DEVOLVIDO AO CLIENTE NA DEVOLUCAO/
      *          CANCELAMENTO DA LINHA PAGA COM PONTOS (PROGCOB16)
      *    PTO-VALOR E O VALOR DA VENDA QUE GEROU OU ESTORNOU OS
      *    PONTOS, OU O DESCONTO CONCEDIDO NO RESGATE (OU DEVOLVIDO).
       01  LOYALTY-POINTS-RECORD.
           02  PTO-CLIENTE            PIC 9(06).
           02  PTO-SEP1               PIC X(02).
           02  PTO-DATA               PIC 9(08).
           02  PTO-SEP2               PIC X(02).
           02  PTO-TIPO               PIC X(01).
               88  PONTOS-GANHOS                VALUE 'G'.
               88  PONTOS-ESTORNADOS            VALUE 'E'.
               88  PONTOS-RESGATADOS            VALUE 'R'.
               88  PONTOS-EXPIRADOS             VALUE 'X'.
               88  PONTOS-DEVOLVIDOS            VALUE 'D'.
           02  PTO-SEP3               PIC X(02).
           02  PTO-PONTOS             PIC 9(07).
           02  PTO-SEP4               PIC X(02).
           02  PTO-VALOR              PIC 9(07)V99.
           02  PTO-SEP5               PIC X(02).
           02  PTO-LOJA               PIC X(10).
           02  PTO-SEP6               PIC X(02).
           02  PTO-ORIGEM             PIC X(09).
