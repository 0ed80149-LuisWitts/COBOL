      *    TEACHASG.cob - LAYOUT DO ARQUIVO DE ATRIBUICOES DE AULA
      *    (TEACHER-ASSIGNMENT-FILE), MANTIDO PELA COORDENACAO VIA
      *    TCHMAINT: QUAL PROFESSOR RESPONDE POR CADA TURMA/
      *    DISCIPLINA EM CADA PERIODO LETIVO (AAAAMM INICIAL E
      *    FINAL, NA MESMA FORMA DO HISTAC-PERIODO). OS JOBS DE
      *    NOTAS (PROGCOB08/13) REJEITAM NOTA DE TURMA/DISCIPLINA
      *    SEM PROFESSOR ATRIBUIDO NO PERIODO E CARIMBAM O
      *    PROFESSOR NO HISTORICO (ACADHIST), DE ONDE O TCHPERF
      *    TIRA OS RESULTADOS POR PROFESSOR.
       01  TEACHER-ASSIGNMENT-RECORD.
           02  ATRB-PROFESSOR         PIC 9(06).
           02  ATRB-SEP1              PIC X(02).
           02  ATRB-TURMA             PIC X(06).
           02  ATRB-SEP2              PIC X(02).
           02  ATRB-DISCIPLINA        PIC X(10).
           02  ATRB-SEP3              PIC X(02).
           02  ATRB-PERIODO-INICIAL   PIC 9(06).
           02  ATRB-SEP4              PIC X(02).
           02  ATRB-PERIODO-FINAL     PIC 9(06).
