      *    MENSALID.cob - LAYOUT DA TABELA DE PRECOS DA MENSALIDADE
      *    (TUITION-PRICE-FILE): VALOR MENSAL DE CADA DISCIPLINA
      *    POR TURMA. A LINHA COM DISCIPLINA EM BRANCO VALE PARA AS
      *    DISCIPLINAS DA TURMA SEM PRECO PROPRIO. LIDA PELO
      *    FATURAMENTO MENSAL (MENSFAT); INSCRICAO SEM PRECO NA
      *    TABELA NAO E FATURADA E VAI PARA O LOG DE EXCECOES.
       01  TUITION-PRICE-RECORD.
           02  MENS-TURMA             PIC X(06).
           02  MENS-SEP1              PIC X(02).
           02  MENS-DISCIPLINA        PIC X(10).
           02  MENS-SEP2              PIC X(02).
           02  MENS-VALOR             PIC 9(07)V99.
