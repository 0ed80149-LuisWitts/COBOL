      *    PRIMEIRA LINHA 'HDR' E ULTIMA 'TRL' (TOTAL = BONUS +
      *    DESCONTO), CONFERIDOS PELO PRE-EDIT INPEDIT; OS
      *    CONSUMIDORES PULAM AS LINHAS DE CONTROLE.
      *    AS HORAS NOTURNAS (ENTRE 22:00 E 05:00, APURADAS PELO
      *    TIMECLCK CONTRA O TURNO DO FUNCIONARIO) VEM NO FIM DA
      *    LINHA; LINHA ANTIGA, SEM O CAMPO, VALE ZERO.
       01  PAYROLL-MOVEMENT-RECORD.
           02  MOV-MATRICULA          PIC 9(06).
           02  MOV-SEP1               PIC X(02).
           02  MOV-BONUS              PIC 9(06)V99.
           02  MOV-SEP4               PIC X(02).
           02  MOV-DESCONTO           PIC 9(06)V99.
           02  MOV-SEP5               PIC X(02).
           02  MOV-HORAS-NOTURNAS     PIC 9(03)V9.
