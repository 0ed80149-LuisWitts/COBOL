      *    JOBEXTRA.cob - LAYOUT DO ARQUIVO DE SERVICOS EXTRAS DOS
      *    JOBS (JOB-EXTRA-FILE): UMA LINHA POR SERVICO FEITO ALEM DO
      *    COTADO E APROVADO PELO CLIENTE, CAPTURADA NO FECHAMENTO DO
      *    JOB (JOBCLOSE) COM A COTACAO DAS ORDENS FECHADAS. O
      *    FATURAMENTO DOS JOBS (JOBBILL) SOMA ESTAS LINHAS AO VALOR
      *    DA COTACAO ACEITA NA FATURA DO CLIENTE.
       01  JOB-EXTRA-RECORD.
           02  XTR-COTACAO            PIC 9(06).
           02  XTR-SEP1               PIC X(02).
           02  XTR-JOB                PIC X(06).
           02  XTR-SEP2               PIC X(02).
           02  XTR-DESCRICAO          PIC X(30).
           02  XTR-SEP3               PIC X(02).
           02  XTR-VALOR              PIC 9(07)V99.
           02  XTR-SEP4               PIC X(02).
           02  XTR-DATA               PIC 9(08).
