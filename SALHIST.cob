      *    SALHIST.cob - LAYOUT DO HISTORICO SALARIAL DOS
      *    FUNCIONARIOS (SALARY-HISTORY-FILE), SO ACRESCENTADO: UMA
      *    LINHA POR MUDANCA DO EMP-SALARIO, COM A DATA DE VIGENCIA,
      *    O SALARIO ANTERIOR E O NOVO, O PERCENTUAL APLICADO (ZERO
      *    NA ALTERACAO AVULSA), O MOTIVO, O PROGRAMA DE ORIGEM
      *    (SALREAJ NO REAJUSTE COLETIVO, EMPMAINT NA INCLUSAO DO
      *    FUNCIONARIO, CHGAPRV NA ALTERACAO APROVADA), A DATA DO
      *    REGISTRO E O OPERADOR (NA ALTERACAO, QUEM A PEDIU).
       01  SALARY-HISTORY-RECORD.
           02  SHIS-MATRICULA         PIC 9(06).
           02  SHIS-SEP1              PIC X(02).
           02  SHIS-DATA-VIGENCIA     PIC 9(08).
           02  SHIS-SEP2              PIC X(02).
           02  SHIS-SALARIO-ANTERIOR  PIC 9(06)V99.
           02  SHIS-SEP3              PIC X(02).
           02  SHIS-SALARIO-NOVO      PIC 9(06)V99.
           02  SHIS-SEP4              PIC X(02).
           02  SHIS-PCT               PIC 9V9999.
           02  SHIS-SEP5              PIC X(02).
           02  SHIS-MOTIVO            PIC X(30).
           02  SHIS-SEP6              PIC X(02).
           02  SHIS-ORIGEM            PIC X(08).
           02  SHIS-SEP7              PIC X(02).
           02  SHIS-DATA-REGISTRO     PIC 9(08).
           02  SHIS-SEP8              PIC X(02).
           02  SHIS-OPERADOR          PIC X(20).
