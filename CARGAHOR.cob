      *    CARGAHOR.cob - LAYOUT DA TABELA DE CARGA HORARIA DAS
      *    DISCIPLINAS (WORKLOAD-FILE): HORAS-AULA DA DISCIPLINA NO
      *    PERIODO LETIVO. MANTIDA PELA COORDENACAO NO PROPRIO
      *    ARQUIVO, COMO O GRADSCAL. E O PESO DE CADA MEDIA NA MEDIA
      *    ACUMULADA DO ALUNO (CLASRANK); DISCIPLINA FORA DA TABELA
      *    ENTRA COM A CARGA PADRAO DO PROGRAMA E VAI PARA O LOG DE
      *    EXCECOES.
       01  WORKLOAD-RECORD.
           02  CARGA-DISCIPLINA       PIC X(10).
           02  CARGA-SEP1             PIC X(02).
           02  CARGA-HORAS            PIC 9(04).
