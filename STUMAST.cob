           02  STUM-SITUACAO          PIC X(01).
               88  ALUNO-ATIVO                  VALUE 'A'.
               88  ALUNO-INATIVO                VALUE 'I'.
      *    RESPONSAVEL FINANCEIRO DO ALUNO (CUST-NUMERO NO CUSTMAST),
      *    QUE RECEBE A FATURA MENSAL DA MENSALIDADE (MENSFAT), E O
      *    PERCENTUAL DE BOLSA DE ESTUDO SOBRE A MENSALIDADE. IRMAOS
      *    TEM O MESMO RESPONSAVEL. MANTIDOS PELO STUMAINT; REGISTRO
      *    GRAVADO NO LAYOUT ANTIGO CHEGA COM ESPACOS - SEM
      *    RESPONSAVEL O ALUNO NAO E FATURADO E VAI PARA O LOG DE
      *    EXCECOES ATE O CADASTRO SER COMPLETADO.
           02  STUM-SEP4              PIC X(02).
           02  STUM-RESPONSAVEL       PIC 9(06).
           02  STUM-SEP5              PIC X(02).
           02  STUM-BOLSA-PCT         PIC 9(03)V99.
