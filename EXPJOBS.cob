      *    DENUNCIA EM SECAO PROPRIA O JOB OBRIGATORIO QUE NEM
      *    CHEGOU A GRAVAR TOTAL DE CONTROLE - JUSTAMENTE O CASO QUE
      *    ANTES SUMIA DO RELATORIO.
      *    MARCA 'A' = OBRIGATORIO SO QUANDO A DATA DE MOVIMENTO E DE
      *    DEZEMBRO (PASSOS DE FECHAMENTO DE ANO DA ESTEIRA DE FIM DE
      *    MES, TABELA EXPJOBSM).
       01  EXPECTED-JOB-RECORD.
           02  EXPJ-PROGRAMA          PIC X(09).
           02  EXPJ-SEP1              PIC X(02).
