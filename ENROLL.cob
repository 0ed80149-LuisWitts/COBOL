      *    ENROLL.cob - LAYOUT DO ARQUIVO DE INSCRICOES EM
      *    DISCIPLINA (ENROLLMENT-FILE), MANTIDO PELA SECRETARIA
      *    VIA ENRLMNT: MATRICULA, TURMA, DISCIPLINA E SITUACAO
      *    (M=MATRICULADO, T=TRANCADO, E=EM LISTA DE ESPERA PORQUE
      *    A TURMA/DISCIPLINA ESTAVA LOTADA NO CAPACID - NAO CURSA,
      *    NAO RECEBE NOTA E NAO E FATURADA). O STUMAST SO AMARRA
      *    O ALUNO A UMA TURMA; E AQUI QUE FICA REGISTRADO O QUE ELE
      *    REALMENTE CURSA. OS JOBS DE NOTAS (PROGCOB08/13)
      *    REJEITAM NOTA SEM INSCRICAO CORRESPONDENTE PARA O LOG
      *    DE EXCECOES, E O FECHAMENTO DE PERIODO LISTA O INSCRITO
           02  ENR-SITUACAO           PIC X(01).
               88  INSCRICAO-ATIVA              VALUE 'M'.
               88  INSCRICAO-TRANCADA           VALUE 'T'.
               88  INSCRICAO-EM-ESPERA          VALUE 'E'.
      *    DATA EM QUE A INSCRICAO PASSOU A VALER E DATA DO
      *    TRANCAMENTO (AAAAMMDD), GRAVADAS PELO ENRLMNT COM A DATA
      *    DE MOVIMENTO, PARA O FATURAMENTO DA MENSALIDADE (MENSFAT)
      *    COBRAR PROPORCIONAL AOS DIAS CURSADOS NO MES. O ALUNO
      *    CURSA A PARTIR DO DIA DO INICIO E ATE A VESPERA DO
      *    TRANCAMENTO. REGISTRO GRAVADO NO LAYOUT ANTIGO CHEGA COM
      *    ESPACOS: INSCRICAO ANTIGA, SEM DATA DE INICIO, E COBRADA
      *    DESDE O PRIMEIRO DIA DO MES, E TRANCADA SEM DATA JA NAO
      *    E MAIS COBRADA.
           02  ENR-SEP4               PIC X(02).
           02  ENR-DATA-INICIO        PIC 9(08).
           02  ENR-SEP5               PIC X(02).
           02  ENR-DATA-TRANCAMENTO   PIC 9(08).
      *    ORDEM DE CHEGADA NA LISTA DE ESPERA (SEQUENCIAL DO
      *    ENRLMNT), PARA A VAGA ABERTA POR UM TRANCAMENTO IR AO
      *    PRIMEIRO DA FILA; ZERO FORA DA LISTA.
           02  ENR-SEP6               PIC X(02).
           02  ENR-ORDEM-ESPERA       PIC 9(06).
