      *    EMPAUD.cob - LAYOUT DA TRILHA DE AUDITORIA DO CADASTRO DE
      *    FUNCIONARIOS (EMPLOYEE-AUDIT-FILE): UMA LINHA POR ACAO
      *    SOBRE UMA MATRICULA, COM OS VALORES ANTES E DEPOIS, A
      *    DATA E A HORA. GRAVADA PELO EMPMAINT (INCLUSAO,
      *    ALTERACAO, INATIVACAO, DEPENDENTES) E PELA APROVACAO DAS
      *    MUDANCAS DE SALARIO E CONTA DE CREDITO NO CHGAPRV
      *    (ACOES APRSALARIO E APRBANCO).
       01  EMPLOYEE-AUDIT-RECORD.
           02  EAUD-MATRICULA         PIC 9(06).
           02  EAUD-SEP1              PIC X(02).
           02  EAUD-ACAO              PIC X(10).
           02  EAUD-SEP2              PIC X(02).
           02  EAUD-NOME-ANTES        PIC X(20).
           02  EAUD-SEP3              PIC X(02).
           02  EAUD-DEPTO-ANTES       PIC X(04).
           02  EAUD-SEP4              PIC X(02).
           02  EAUD-SALARIO-ANTES     PIC 9(06)V99.
           02  EAUD-SEP5              PIC X(02).
           02  EAUD-SITUACAO-ANTES    PIC X(01).
           02  EAUD-SEP6              PIC X(02).
           02  EAUD-NOME-DEPOIS       PIC X(20).
           02  EAUD-SEP7              PIC X(02).
           02  EAUD-DEPTO-DEPOIS      PIC X(04).
           02  EAUD-SEP8              PIC X(02).
           02  EAUD-SALARIO-DEPOIS    PIC 9(06)V99.
           02  EAUD-SEP9              PIC X(02).
           02  EAUD-SITUACAO-DEPOIS   PIC X(01).
           02  EAUD-SEP10             PIC X(02).
           02  EAUD-BANCO-ANTES       PIC 9(03).
           02  EAUD-AGENCIA-ANTES     PIC 9(04).
           02  EAUD-CONTA-ANTES       PIC 9(08).
           02  EAUD-SEP12             PIC X(02).
           02  EAUD-BANCO-DEPOIS      PIC 9(03).
           02  EAUD-AGENCIA-DEPOIS    PIC 9(04).
           02  EAUD-CONTA-DEPOIS      PIC 9(08).
           02  EAUD-SEP13             PIC X(02).
           02  EAUD-ADMISSAO-ANTES    PIC 9(08).
           02  EAUD-ADMISSAO-DEPOIS   PIC 9(08).
           02  EAUD-DESLIG-ANTES      PIC 9(08).
           02  EAUD-DESLIG-DEPOIS     PIC 9(08).
           02  EAUD-SEP14             PIC X(02).
           02  EAUD-DATA              PIC 9(08).
           02  EAUD-SEP11             PIC X(02).
           02  EAUD-HORA              PIC 9(08).
