           02  FAT-SITUACAO           PIC X(01).
               88  FATURA-ABERTA                VALUE 'A'.
               88  FATURA-LIQUIDADA             VALUE 'L'.
      *        FATURA BAIXADA COMO PERDA (INCOBRAVEL) PELO ARWRTOFF,
      *        COM APROVACAO DE SUPERVISOR: SAI DO CONTAS A RECEBER
      *        E A DATA DE PAGAMENTO GUARDA A DATA DA BAIXA. SE O
      *        CLIENTE PAGAR DEPOIS, O ARSETTLE RECEBE O VALOR COMO
      *        RECUPERACAO (OUTRAS RECEITAS) E A FATURA PASSA A 'R'.
               88  FATURA-BAIXADA-PERDA         VALUE 'P'.
               88  FATURA-RECUPERADA            VALUE 'R'.
           02  FAT-SEP5               PIC X(02).
           02  FAT-DATA-PAGAMENTO     PIC 9(08).
