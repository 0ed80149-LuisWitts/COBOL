      *    REAJREGR.cob - LAYOUT DAS REGRAS DO REAJUSTE COLETIVO
      *    (DISSIDIO) LIDAS PELO SALREAJ: UMA LINHA POR REGRA. TIPO
      *    'D' VALE PARA TODO O DEPARTAMENTO INFORMADO; TIPO 'F' E
      *    UMA FAIXA SALARIAL (SALARIO ATE O LIMITE INFORMADO), EM
      *    ORDEM CRESCENTE DE LIMITE. A REGRA DO DEPARTAMENTO VALE
      *    ANTES DAS FAIXAS; FUNCIONARIO SEM REGRA NAO E REAJUSTADO.
       01  ADJUSTMENT-RULE-RECORD.
           02  REGR-TIPO              PIC X(01).
               88  REGRA-DEPARTAMENTO           VALUE 'D'.
               88  REGRA-FAIXA                  VALUE 'F'.
           02  REGR-SEP1              PIC X(02).
           02  REGR-DEPTO             PIC X(04).
           02  REGR-SEP2              PIC X(02).
           02  REGR-LIMITE            PIC 9(06)V99.
           02  REGR-SEP3              PIC X(02).
           02  REGR-PCT               PIC 9V9999.
