      *    NOTAFISC.cob - LAYOUT DO ARQUIVO DE NOTAS FISCAIS
      *    (TAX-INVOICE-FILE): O FECHAMENTO (PROGCOB16) EMITE UMA
      *    NOTA NUMERADA EM SEQUENCIA (CONTROLE NFSEQ) PARA CADA
      *    LINHA VALIDADA - SAIDA (S) NA VENDA, ENTRADA (E) NA
      *    DEVOLUCAO OU CANCELAMENTO, QUE ESTORNA O IMPOSTO - COM O
      *    VALOR BRUTO, O IMPOSTO DESTACADO (ALIQUOTA DA TAXRATE
      *    PELA CLASSE FISCAL DO PRODUTO E UF DA LOJA) E O VALOR
      *    LIQUIDO. O ARQUIVO E PERMANENTE (EXTEND) E E A BASE DA
      *    APURACAO MENSAL DO IMPOSTO (TAXAPUR). IMPOSTO EM BRANCO
      *    = VENDA SEM ALIQUOTA CADASTRADA (FOI PARA O LOG).
       01  TAX-INVOICE-RECORD.
           02  NF-NUMERO              PIC 9(08).
           02  NF-SEP1                PIC X(02).
           02  NF-TIPO                PIC X(01).
               88  NOTA-DE-SAIDA                VALUE 'S'.
               88  NOTA-DE-ENTRADA              VALUE 'E'.
           02  NF-SEP2                PIC X(02).
           02  NF-DATA-EMISSAO        PIC 9(08).
           02  NF-SEP3                PIC X(02).
           02  NF-DATA-VENDA          PIC 9(08).
           02  NF-SEP4                PIC X(02).
           02  NF-LOJA                PIC X(10).
           02  NF-SEP5                PIC X(02).
           02  NF-UF                  PIC X(02).
           02  NF-SEP6                PIC X(02).
           02  NF-CLIENTE             PIC 9(06).
           02  NF-SEP7                PIC X(02).
           02  NF-CODIGO              PIC X(06).
           02  NF-SEP8                PIC X(02).
           02  NF-QUANTIDADE          PIC 9(05).
           02  NF-SEP9                PIC X(02).
           02  NF-CLASSE-FISCAL       PIC X(03).
           02  NF-SEP10               PIC X(02).
           02  NF-IMPOSTO             PIC X(04).
           02  NF-SEP11               PIC X(02).
           02  NF-ALIQUOTA            PIC 9(02)V99.
           02  NF-SEP12               PIC X(02).
           02  NF-VALOR-BRUTO         PIC 9(07)V99.
           02  NF-SEP13               PIC X(02).
           02  NF-VALOR-IMPOSTO       PIC 9(07)V99.
           02  NF-SEP14               PIC X(02).
           02  NF-VALOR-LIQUIDO       PIC 9(07)V99.
