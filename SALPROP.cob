      *    SALPROP.cob - LAYOUT DO ARQUIVO DE SALARIOS PROPOSTOS
      *    (PROPOSED-SALARY-FILE), MONTADO PELO FINANCEIRO PARA A
      *    SIMULACAO DE FOLHA DO PROGCOB04 (MODO 'S'): UMA LINHA POR
      *    MATRICULA COM O SALARIO MENSAL QUE SE QUER AVALIAR.
      *    FUNCIONARIO FORA DO ARQUIVO E SIMULADO COM O SALARIO DO
      *    CADASTRO. O ARQUIVO NUNCA ALTERA O EMPLOYEE-MASTER.
       01  PROPOSED-SALARY-RECORD.
           02  SPRO-MATRICULA         PIC 9(06).
           02  SPRO-SEP1              PIC X(02).
           02  SPRO-SALARIO           PIC 9(06)V99.
