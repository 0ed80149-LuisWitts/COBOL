      *    TEACHMST.cob - LAYOUT DO CADASTRO DE PROFESSORES
      *    (TEACHER-MASTER-FILE), MANTIDO PELA COORDENACAO VIA
      *    TCHMAINT: CODIGO, NOME E SITUACAO (A=ATIVO, I=INATIVO).
      *    SO PROFESSOR ATIVO PODE SER ATRIBUIDO A UMA TURMA/
      *    DISCIPLINA (TEACHASG) E RESPONDER PELAS NOTAS DELA.
       01  TEACHER-MASTER-RECORD.
           02  PROF-CODIGO            PIC 9(06).
           02  PROF-SEP1              PIC X(02).
           02  PROF-NOME              PIC X(20).
           02  PROF-SEP2              PIC X(02).
           02  PROF-SITUACAO          PIC X(01).
               88  PROFESSOR-ATIVO              VALUE 'A'.
               88  PROFESSOR-INATIVO            VALUE 'I'.
