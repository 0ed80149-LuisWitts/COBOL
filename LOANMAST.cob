      *    NORMAL, ABATE O SALDO E QUITA O CONTRATO QUANDO O SALDO
      *    CHEGA A ZERO - ACABA O LANCAMENTO AVULSO DE PARCELA NO
      *    PAYMOVE QUE ALGUEM PRECISAVA LEMBRAR DE DIGITAR.
      *    EMPRESTIMO COM JUROS LEVA O SISTEMA (PRICE OU SAC) E A
      *    TAXA MENSAL; A FOLHA CALCULA A PARCELA DO MES PELA
      *    AMORTRTN SOBRE O SALDO, ABATE SO A AMORTIZACAO E SOMA OS
      *    JUROS EM EMPR-JUROS-PAGOS. SISTEMA EM BRANCO (CONTRATOS
      *    ANTIGOS E ADIANTAMENTOS) E SEM JUROS: A PARCELA FIXA
      *    ABATE O SALDO INTEIRA.
       01  LOAN-MASTER-RECORD.
           02  EMPR-MATRICULA         PIC 9(06).
           02  EMPR-SEP1              PIC X(02).
           02  EMPR-SITUACAO          PIC X(01).
               88  EMPRESTIMO-ABERTO            VALUE 'A'.
               88  EMPRESTIMO-QUITADO           VALUE 'Q'.
           02  EMPR-SEP7              PIC X(02).
           02  EMPR-SISTEMA           PIC X(01).
               88  EMPRESTIMO-PRICE             VALUE 'P'.
               88  EMPRESTIMO-SAC               VALUE 'S'.
               88  EMPRESTIMO-SEM-JUROS         VALUE SPACE.
           02  EMPR-SEP8              PIC X(02).
           02  EMPR-TAXA-MENSAL       PIC 9(02)V9999.
           02  EMPR-SEP9              PIC X(02).
           02  EMPR-JUROS-PAGOS       PIC 9(07)V99.
