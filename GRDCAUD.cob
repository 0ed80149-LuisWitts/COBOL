      *    GRDCAUD.cob - LAYOUT DA TRILHA DAS CORRECOES DE NOTA
      *    APLICADAS (GRADE-CORRECTION-AUDIT). GRAVADA EM EXTEND
      *    PELO GRDCAPRV, UMA LINHA POR CORRECAO APROVADA: A MEDIA E
      *    O RESULTADO DA DISCIPLINA ANTES E DEPOIS, A DECISAO DE
      *    PROMOCAO DO ALUNO NO PERIODO ANTES E DEPOIS (EM BRANCO SE
      *    O PROMODEC AINDA NAO DECIDIU O PERIODO), O SOLICITANTE E
      *    O COORDENADOR QUE APROVOU.
       01  GRADE-CORRECTION-AUDIT-RECORD.
           02  GAUD-MATRICULA         PIC 9(06).
           02  GAUD-SEP1              PIC X(02).
           02  GAUD-PERIODO           PIC 9(06).
           02  GAUD-SEP2              PIC X(02).
           02  GAUD-TURMA             PIC X(06).
           02  GAUD-SEP3              PIC X(02).
           02  GAUD-DISCIPLINA        PIC X(10).
           02  GAUD-SEP4              PIC X(02).
           02  GAUD-MEDIA-ANTES       PIC 9(02)V99.
           02  GAUD-SEP5              PIC X(02).
           02  GAUD-RESULTADO-ANTES   PIC X(20).
           02  GAUD-SEP6              PIC X(02).
           02  GAUD-MEDIA-DEPOIS      PIC 9(02)V99.
           02  GAUD-SEP7              PIC X(02).
           02  GAUD-RESULTADO-DEPOIS  PIC X(20).
           02  GAUD-SEP8              PIC X(02).
           02  GAUD-DECISAO-ANTES     PIC X(20).
           02  GAUD-SEP9              PIC X(02).
           02  GAUD-DECISAO-DEPOIS    PIC X(20).
           02  GAUD-SEP10             PIC X(02).
           02  GAUD-SOLICITANTE       PIC X(20).
           02  GAUD-SEP11             PIC X(02).
           02  GAUD-APROVADOR         PIC X(20).
           02  GAUD-SEP12             PIC X(02).
           02  GAUD-DATA              PIC 9(08).
           02  GAUD-SEP13             PIC X(02).
           02  GAUD-HORA              PIC 9(08).
