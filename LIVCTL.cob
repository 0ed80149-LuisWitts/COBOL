      *    LIVCTL.cob - LAYOUT DO CONTROLE DE EMISSAO DOS LIVROS
      *    CONTABEIS (BOOK-CONTROL-FILE), UMA LINHA POR EXERCICIO
      *    JA EMITIDO PELO LIVROCTB: O NUMERO DE ORDEM DO LIVRO
      *    DIARIO E DO LIVRO RAZAO E A PRIMEIRA E A ULTIMA FOLHA DE
      *    CADA UM. O EXERCICIO SEGUINTE CONTINUA A NUMERACAO DE
      *    ONDE O ANTERIOR PAROU E A REEMISSAO DE UM EXERCICIO
      *    REAPROVEITA A FOLHA INICIAL JA GRAVADA, PARA QUE A
      *    NUMERACAO DAS FOLHAS NUNCA SE REPITA NEM FIQUE BURACO.
       01  BOOK-CONTROL-RECORD.
           02  LCTL-ANO               PIC 9(04).
           02  LCTL-SEP1              PIC X(02).
           02  LCTL-DIARIO-LIVRO      PIC 9(03).
           02  LCTL-SEP2              PIC X(02).
           02  LCTL-DIARIO-PAG-INI    PIC 9(06).
           02  LCTL-SEP3              PIC X(02).
           02  LCTL-DIARIO-PAG-FIM    PIC 9(06).
           02  LCTL-SEP4              PIC X(02).
           02  LCTL-RAZAO-LIVRO       PIC 9(03).
           02  LCTL-SEP5              PIC X(02).
           02  LCTL-RAZAO-PAG-INI     PIC 9(06).
           02  LCTL-SEP6              PIC X(02).
           02  LCTL-RAZAO-PAG-FIM     PIC 9(06).
      *    ULTIMO MES (AAAAMM) COBERTO PELA EMISSAO E DATA DE
      *    MOVIMENTO EM QUE ELA FOI FEITA.
           02  LCTL-SEP7              PIC X(02).
           02  LCTL-ULTIMO-MES        PIC 9(06).
           02  LCTL-SEP8              PIC X(02).
           02  LCTL-DATA-EMISSAO      PIC 9(08).
