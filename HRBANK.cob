      *    HRBANK.cob - LAYOUT DO ARQUIVO DE SALDOS DO BANCO DE
      *    HORAS (HOUR-BANK-FILE): UMA LINHA POR MATRICULA E
      *    COMPETENCIA (AAAAMM), REGRAVADA PELO TIMECLCK A CADA
      *    APURACAO DA COMPETENCIA CORRENTE, COM AS HORAS EXTRAS
      *    CREDITADAS, AS HORAS DE FALTA COMPENSADAS (DEBITO) E AS
      *    HORAS VENCIDAS PAGAS COMO HORA EXTRA NA FOLHA DA
      *    COMPETENCIA. O CREDITO VENCE NA COMPETENCIA DE
      *    VENCIMENTO; AS COMPENSACOES E PAGAMENTOS CONSOMEM SEMPRE
      *    OS CREDITOS MAIS ANTIGOS PRIMEIRO. O SALDO DO
      *    FUNCIONARIO E A SOMA DOS CREDITOS MENOS DEBITOS E PAGOS
      *    DE TODAS AS LINHAS DELE.
       01  HOUR-BANK-RECORD.
           02  BHOR-MATRICULA         PIC 9(06).
           02  BHOR-SEP1              PIC X(02).
           02  BHOR-COMPETENCIA       PIC 9(06).
           02  BHOR-SEP2              PIC X(02).
           02  BHOR-CREDITO           PIC 9(04)V9.
           02  BHOR-SEP3              PIC X(02).
           02  BHOR-DEBITO            PIC 9(04)V9.
           02  BHOR-SEP4              PIC X(02).
           02  BHOR-PAGO              PIC 9(04)V9.
           02  BHOR-SEP5              PIC X(02).
           02  BHOR-VENCIMENTO        PIC 9(06).
           02  BHOR-SEP6              PIC X(02).
           02  BHOR-DATA              PIC 9(08).
