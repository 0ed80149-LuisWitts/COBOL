      *    CAPACID.cob - LAYOUT DA TABELA DE CAPACIDADE DAS TURMAS
      *    (CLASS-CAPACITY-FILE): NUMERO DE VAGAS DE CADA
      *    DISCIPLINA POR TURMA (LUGARES DA SALA OU DO LABORATORIO).
      *    A LINHA COM DISCIPLINA EM BRANCO VALE PARA AS
      *    DISCIPLINAS DA TURMA SEM LINHA PROPRIA, COMO NO
      *    MENSALID. TURMA/DISCIPLINA FORA DA TABELA NAO TEM
      *    LIMITE. LIDA PELO ENRLMNT, QUE MANDA PARA A LISTA DE
      *    ESPERA A INSCRICAO ALEM DAS VAGAS, E PELO RELATORIO DE
      *    OCUPACAO (OCUPTURM).
       01  CLASS-CAPACITY-RECORD.
           02  CAP-TURMA              PIC X(06).
           02  CAP-SEP1               PIC X(02).
           02  CAP-DISCIPLINA         PIC X(10).
           02  CAP-SEP2               PIC X(02).
           02  CAP-VAGAS              PIC 9(03).
