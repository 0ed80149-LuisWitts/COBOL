      *    MATERIAL, A AREA E A NECESSIDADE DE MATERIAL JA COM O
      *    FATOR DE PERDA DO MATCAT. O FECHAMENTO DO JOB (CUSTOS
      *    REAIS NO JOBACT) E O COMPARATIVO ORCADO X REALIZADO
      *    (JOBCOST) PARTEM DAQUI. SITUACAO: A=ABERTA, F=FECHADA,
      *    T=FATURADA (O FATURAMENTO NOTURNO DO JOBBILL EMITIU A
      *    FATURA DO JOB NO ARINVOIC).
       01  WORK-ORDER-RECORD.
           02  WO-COTACAO             PIC 9(06).
           02  WO-SEP1                PIC X(02).
           02  WO-SITUACAO            PIC X(01).
               88  ORDEM-ABERTA                 VALUE 'A'.
               88  ORDEM-FECHADA                VALUE 'F'.
               88  ORDEM-FATURADA               VALUE 'T'.
