      *    REGRACTB.cob - LAYOUT DA TABELA DE REGRAS CONTABEIS
      *    (POSTING-RULE-FILE), MANTIDA PELA CONTABILIDADE: UMA
      *    LINHA POR PROGRAMA QUE GERA LOTE CONTABIL, EVENTO DE
      *    NEGOCIO E LADO DO LANCAMENTO (D/C), COM A CONTA DO
      *    PLANO (CHARTACC) ONDE O EVENTO LANCA. OS PROGRAMAS LEEM
      *    A TABELA NA INICIALIZACAO PELA ROTINA REGRARTN; A CONTA
      *    DA REGRA SERVE TAMBEM AO ESTORNO DO MESMO EVENTO (A
      *    DEVOLUCAO DA VENDA CREDITA A CONTA QUE A VENDA DEBITOU).
      *    O PRE-VOO (PREFLITE) CONFERE CADA CONTA CONTRA O PLANO
      *    E A LISTAGEM REGRALST MOSTRA QUAL EVENTO LANCA ONDE.
       01  POSTING-RULE-RECORD.
           02  RGC-PROGRAMA           PIC X(09).
           02  RGC-SEP1               PIC X(02).
           02  RGC-EVENTO             PIC X(15).
           02  RGC-SEP2               PIC X(02).
           02  RGC-LADO               PIC X(01).
               88  REGRA-DEBITO                 VALUE 'D'.
               88  REGRA-CREDITO                VALUE 'C'.
           02  RGC-SEP3               PIC X(02).
           02  RGC-CONTA              PIC 9(06).
