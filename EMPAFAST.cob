      *    EMPAFAST.cob - LAYOUT DO CADASTRO DE AFASTAMENTOS DOS
      *    FUNCIONARIOS (LEAVE-FILE), MANTIDO PELA MANUTENCAO DE
      *    AFASTAMENTOS (AFASTMNT) E LIDO PELA FOLHA (PROGCOB04) E
      *    PELA LISTA DE AFASTADOS (AFASTREL). CADA LINHA E UM
      *    AFASTAMENTO DE UMA MATRICULA: TIPO, INICIO, FIM PREVISTO
      *    E DATA DO RETORNO (ZERADA ENQUANTO O FUNCIONARIO NAO
      *    VOLTA). NA DOENCA E NO ACIDENTE DE TRABALHO A EMPRESA
      *    PAGA OS PRIMEIROS 15 DIAS E O INSS O RESTANTE; NA
      *    MATERNIDADE A EMPRESA PAGA O SALARIO INTEIRO E O
      *    COMPENSA NA GUIA DO INSS.
       01  LEAVE-RECORD.
           02  AFA-MATRICULA          PIC 9(06).
           02  AFA-SEP1               PIC X(02).
           02  AFA-TIPO               PIC X(01).
               88  AFAST-DOENCA                 VALUE 'D'.
               88  AFAST-ACIDENTE               VALUE 'A'.
               88  AFAST-MATERNIDADE            VALUE 'M'.
               88  AFAST-PAGO-PELO-INSS         VALUES 'D' 'A'.
               88  AFAST-TIPO-VALIDO            VALUES 'D' 'A' 'M'.
           02  AFA-SEP2               PIC X(02).
           02  AFA-DATA-INICIO        PIC 9(08).
           02  AFA-SEP3               PIC X(02).
           02  AFA-DATA-FIM-PREVISTO  PIC 9(08).
           02  AFA-SEP4               PIC X(02).
           02  AFA-DATA-RETORNO       PIC 9(08).
           02  AFA-SEP5               PIC X(02).
           02  AFA-OBSERVACAO         PIC X(30).
           02  AFA-SEP6               PIC X(02).
           02  AFA-DATA-REGISTRO      PIC 9(08).
           02  AFA-SEP7               PIC X(02).
           02  AFA-OPERADOR           PIC X(20).
