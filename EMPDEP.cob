      *    EMPDEP.cob - LAYOUT DO CADASTRO DE DEPENDENTES DOS
      *    FUNCIONARIOS (DEPENDENT-FILE), MANTIDO PELA MANUTENCAO DE
      *    CADASTRO (EMPMAINT) E LIDO PELA FOLHA (PROGCOB04). CADA
      *    LINHA E UM DEPENDENTE DE UMA MATRICULA, NUMERADO EM
      *    SEQUENCIA DENTRO DELA, COM O CPF (CONFERIDO PELA
      *    CPFVALID), A DATA DE NASCIMENTO (AAAAMMDD), O PARENTESCO
      *    E DUAS MARCAS: DEDUZ DA BASE DO IRRF (O RH MARCA SO QUEM
      *    A LEI ACEITA COMO DEPENDENTE PARA O IMPOSTO) E ENTRA NO
      *    SALARIO-FAMILIA (SO FILHO OU ENTEADO; A FOLHA AINDA
      *    CONFERE A IDADE E O LIMITE DE REMUNERACAO DO DEPPARM).
       01  DEPENDENT-RECORD.
           02  DEP-MATRICULA          PIC 9(06).
           02  DEP-SEP1               PIC X(02).
           02  DEP-SEQUENCIA          PIC 9(02).
           02  DEP-SEP2               PIC X(02).
           02  DEP-NOME               PIC X(30).
           02  DEP-SEP3               PIC X(02).
           02  DEP-CPF                PIC X(11).
           02  DEP-SEP4               PIC X(02).
           02  DEP-NASCIMENTO         PIC 9(08).
           02  DEP-SEP5               PIC X(02).
           02  DEP-PARENTESCO         PIC X(01).
               88  DEP-FILHO                    VALUE 'F'.
               88  DEP-ENTEADO                  VALUE 'E'.
               88  DEP-CONJUGE                  VALUE 'C'.
               88  DEP-PAI-MAE                  VALUE 'P'.
               88  DEP-OUTRO                    VALUE 'O'.
               88  DEP-PARENTESCO-VALIDO        VALUES 'F' 'E' 'C'
                                                       'P' 'O'.
           02  DEP-SEP6               PIC X(02).
           02  DEP-IRRF               PIC X(01).
               88  DEP-DEDUZ-IRRF               VALUE 'S'.
           02  DEP-SEP7               PIC X(02).
           02  DEP-SAL-FAMILIA        PIC X(01).
               88  DEP-RECEBE-SAL-FAMILIA       VALUE 'S'.
