      *    RUNOVRD.cob - LAYOUT DO CARTAO DE LIBERACAO DE REEXECUCAO
      *    (RUN-OVERRIDE-FILE, DD RUNOVRD NO PASSO). UM CARTAO POR
      *    PASSO A LIBERAR: NOME DO PROGRAMA NAS COLUNAS 1-9 E A
      *    DATA DE MOVIMENTO (AAAAMMDD) NAS COLUNAS 11-18. SO VALE
      *    PARA AQUELE PROGRAMA NAQUELA DATA - O CARTAO ESQUECIDO NO
      *    JCL NAO LIBERA A NOITE SEGUINTE.
       01  RUN-OVERRIDE-RECORD.
           02  ROVR-PROGRAMA          PIC X(09).
           02  FILLER                 PIC X(01).
           02  ROVR-DATA              PIC 9(08).
