      *    RETRODIF.cob - LAYOUT DAS DIFERENCAS RETROATIVAS DE
      *    REAJUSTE SALARIAL (RETROACTIVE-DIFFERENCE-FILE). O
      *    REAJUSTE COLETIVO (SALREAJ) ACRESCENTA UMA LINHA POR
      *    FUNCIONARIO E COMPETENCIA JA PAGA DESDE A VIGENCIA, COM
      *    A DIFERENCA DE BRUTO E OS EFEITOS NO INSS E NO IRRF
      *    RECALCULADOS PELAS TABELAS DE FAIXAS. A FOLHA NORMAL
      *    SEGUINTE (PROGCOB04) PAGA AS LINHAS EM ABERTO COMO VERBA
      *    PROPRIA DO HOLERITE E AS MARCA COMO PAGAS, COM A
      *    COMPETENCIA EM QUE FORAM PAGAS.
       01  RETROACTIVE-DIFFERENCE-RECORD.
           02  RETR-MATRICULA         PIC 9(06).
           02  RETR-SEP1              PIC X(02).
           02  RETR-COMPETENCIA       PIC 9(06).
           02  RETR-SEP2              PIC X(02).
           02  RETR-MODO              PIC X(10).
           02  RETR-SEP3              PIC X(02).
           02  RETR-DIF-BRUTO         PIC 9(06)V99.
           02  RETR-SEP4              PIC X(02).
           02  RETR-DIF-INSS          PIC 9(06)V99.
           02  RETR-SEP5              PIC X(02).
           02  RETR-DIF-IRRF          PIC 9(06)V99.
           02  RETR-SEP6              PIC X(02).
           02  RETR-SITUACAO          PIC X(01).
               88  RETROATIVO-ABERTO            VALUE 'A'.
               88  RETROATIVO-PAGO              VALUE 'P'.
           02  RETR-SEP7              PIC X(02).
           02  RETR-COMPETENCIA-PAGA  PIC 9(06).
