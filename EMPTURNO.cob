      *    EMPTURNO.cob - LAYOUT DO CADASTRO DE TURNO POR
      *    FUNCIONARIO (EMPLOYEE-SHIFT-FILE): A MATRICULA E O
      *    CODIGO DO TURNO DA TABELA TURNOS. FUNCIONARIO FORA DO
      *    ARQUIVO SEGUE NA JORNADA PADRAO DE 8 HORAS NOS DIAS
      *    UTEIS DO CALENDARIO (DTROTINA / HOLIDAYS).
       01  EMPLOYEE-SHIFT-RECORD.
           02  ETUR-MATRICULA         PIC 9(06).
           02  ETUR-SEP1              PIC X(02).
           02  ETUR-TURNO             PIC X(02).
