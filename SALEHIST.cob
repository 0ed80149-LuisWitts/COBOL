      *    E SOBRE ESTE ARQUIVO QUE O SALERANK RESPONDE AS
      *    PERGUNTAS QUE OS ACUMULADOS DO SALEROLL NAO ALCANCAM:
      *    MAIORES CLIENTES, PRODUTOS POR QUANTIDADE E RECEITA E
      *    COMPARATIVO DE LOJAS NUM PERIODO QUALQUER. A VENDA
      *    PRECIFICADA POR CAMPANHA PROMOCIONAL (PROMOCAO) LEVA O
      *    CODIGO DA CAMPANHA EM SH-CAMPANHA; LINHA ANTIGA OU SEM
      *    CAMPANHA FICA EM BRANCO.
       01  SALES-HISTORY-RECORD.
           02  SH-DATA                PIC 9(08).
           02  SH-SEP1                PIC X(02).
           02  SH-CLIENTE             PIC 9(06).
           02  SH-SEP8                PIC X(02).
           02  SH-CONDICAO            PIC X(01).
           02  SH-SEP9                PIC X(02).
           02  SH-CAMPANHA            PIC X(08).
