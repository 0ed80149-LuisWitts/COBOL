      *    RANKHIST.cob - LAYOUT DA CLASSIFICACAO DOS ALUNOS
      *    (CLASS-RANKING-FILE), GRAVADA PELO CLASRANK: UMA LINHA
      *    POR ALUNO E ANO LETIVO COM A TURMA, A MEDIA ACUMULADA
      *    PONDERADA PELA CARGA HORARIA (TODOS OS PERIODOS ATE O
      *    ANO), A MEDIA SO DO ANO, A POSICAO NA TURMA (EMPATE
      *    DIVIDE A POSICAO), O TOTAL DE ALUNOS CLASSIFICADOS NA
      *    TURMA E SE O ALUNO ENTROU NO QUADRO DE HONRA. RODAR DE
      *    NOVO O MESMO ANO SUBSTITUI AS LINHAS DAQUELE ANO. O
      *    TRANSCRP MOSTRA A CLASSIFICACAO NO HISTORICO ESCOLAR.
       01  CLASS-RANKING-RECORD.
           02  RANK-MATRICULA         PIC 9(06).
           02  RANK-SEP1              PIC X(02).
           02  RANK-ANO               PIC 9(04).
           02  RANK-SEP2              PIC X(02).
           02  RANK-TURMA             PIC X(06).
           02  RANK-SEP3              PIC X(02).
           02  RANK-MEDIA-ACUMULADA   PIC 9(02)V99.
           02  RANK-SEP4              PIC X(02).
           02  RANK-MEDIA-ANO         PIC 9(02)V99.
           02  RANK-SEP5              PIC X(02).
           02  RANK-POSICAO           PIC 9(03).
           02  RANK-SEP6              PIC X(02).
           02  RANK-QT-TURMA          PIC 9(03).
           02  RANK-SEP7              PIC X(02).
           02  RANK-QUADRO-HONRA      PIC X(01).
               88  RANK-NO-QUADRO-HONRA         VALUE 'S'.
           02  RANK-SEP8              PIC X(02).
           02  RANK-DATA-RUN          PIC 9(08).
