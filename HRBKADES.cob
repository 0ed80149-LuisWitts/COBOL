      *    HRBKADES.cob - LAYOUT DO CADASTRO DE ADESAO AO BANCO DE
      *    HORAS (HOUR-BANK-ENROLLMENT-FILE): UMA LINHA POR
      *    MATRICULA COM A OPCAO DO FUNCIONARIO - 'B' BANCO DE
      *    HORAS (A HORA EXTRA APURADA PELO TIMECLCK VIRA CREDITO
      *    NO HRBANK E COMPENSA FALTAS) OU 'P' HORA EXTRA PAGA NA
      *    FOLHA, COMO SEMPRE FOI - E O SUPERVISOR (MATRICULA) QUE
      *    RECEBE O EXTRATO DA EQUIPE (HRBKSTMT). MATRICULA FORA DO
      *    ARQUIVO SEGUE COM A HORA EXTRA PAGA.
       01  HOUR-BANK-ENROLLMENT-RECORD.
           02  BHAD-MATRICULA         PIC 9(06).
           02  BHAD-SEP1              PIC X(02).
           02  BHAD-OPCAO             PIC X(01).
               88  ADESAO-BANCO-HORAS           VALUE 'B'.
               88  ADESAO-EXTRA-PAGA            VALUE 'P'.
           02  BHAD-SEP2              PIC X(02).
           02  BHAD-SUPERVISOR        PIC 9(06).
