      *    LIVEXP.cob - LAYOUT DO ARQUIVO DE EXPORTACAO DA
      *    ESCRITURACAO PARA O SISTEMA CONTABIL DO CONTADOR
      *    (BOOK-EXPORT-FILE), GERADO PELO LIVROCTB JUNTO COM OS
      *    LIVROS DIARIO E RAZAO DO EXERCICIO: UM HEADER COM A
      *    EMPRESA E O PERIODO, UMA LINHA POR CONTA DO RAZAO COM O
      *    SALDO DE ABERTURA, UMA LINHA POR LANCAMENTO DO DIARIO
      *    (MESMA NUMERACAO E FOLHA DO LIVRO IMPRESSO) E UM
      *    TRAILER COM AS QUANTIDADES E OS TOTAIS, QUE O CONTADOR
      *    CONFERE CONTRA O TERMO DE ENCERRAMENTO. VALORES SEM
      *    SINAL, COM O INDICADOR D/C AO LADO.
       01  LIVRO-EXP-HEADER.
           02  LEXH-TIPO              PIC X(01).
           02  LEXH-CNPJ              PIC X(14).
           02  LEXH-RAZAO-SOCIAL      PIC X(40).
           02  LEXH-ANO               PIC 9(04).
           02  LEXH-DATA-INICIAL      PIC 9(08).
           02  LEXH-DATA-FINAL        PIC 9(08).
           02  LEXH-DATA-GERACAO      PIC 9(08).
           02  LEXH-DIARIO-LIVRO      PIC 9(03).
           02  LEXH-RAZAO-LIVRO       PIC 9(03).
       01  LIVRO-EXP-CONTA.
           02  LEXC-TIPO              PIC X(01).
           02  LEXC-CONTA             PIC 9(06).
           02  LEXC-DESCRICAO         PIC X(25).
           02  LEXC-CLASSE            PIC X(01).
           02  LEXC-SALDO-INICIAL     PIC 9(09)V99.
           02  LEXC-SALDO-INICIAL-DC  PIC X(01).
       01  LIVRO-EXP-LANCAMENTO.
           02  LEXL-TIPO              PIC X(01).
           02  LEXL-NUMERO            PIC 9(06).
           02  LEXL-DATA              PIC 9(08).
           02  LEXL-LOTE              PIC X(08).
           02  LEXL-CONTA             PIC 9(06).
           02  LEXL-DC                PIC X(01).
           02  LEXL-VALOR             PIC 9(09)V99.
           02  LEXL-LOJA              PIC X(10).
           02  LEXL-FOLHA             PIC 9(06).
       01  LIVRO-EXP-TRAILER.
           02  LEXT-TIPO              PIC X(01).
           02  LEXT-QT-CONTAS         PIC 9(05).
           02  LEXT-QT-LANCAMENTOS    PIC 9(07).
           02  LEXT-TOTAL-DEBITOS     PIC 9(13)V99.
           02  LEXT-TOTAL-CREDITOS    PIC 9(13)V99.
