      *    (AAAAMM DA DATA DE MOVIMENTO), TURMA, DISCIPLINA, MEDIA E
      *    O RESULTADO DA ESCALA GRADSCAL, PARA O TRANSCRIP IMPRIMIR
      *    O HISTORICO COMPLETO DO ALUNO SEM GARIMPAR CONSOLES
      *    ANTIGOS. O PROFESSOR ATRIBUIDO A TURMA/DISCIPLINA
      *    (TEACHASG) E A FREQUENCIA DO ALUNO (ATTEND) SAO
      *    CARIMBADOS PELO BOLETIM PARA O RELATORIO POR PROFESSOR
      *    (TCHPERF); REGISTRO GRAVADO POR OUTRO PROGRAMA (RECPROC,
      *    PROMODEC) OU ANTES DO CARIMBO FICA COM PROFESSOR ZERO.
      *    CORRECAO DE NOTA DEPOIS DO FECHAMENTO SO PELO PEDIDO DO
      *    GRDCREQ APROVADO NO GRDCAPRV, QUE REGRAVA O REGISTRO EM
      *    VIGOR E A DECISAO DO PERIODO COM TRILHA NO GRDCAUD.
       01  ACADEMIC-HISTORY-RECORD.
           02  HISTAC-MATRICULA       PIC 9(06).
           02  HISTAC-SEP1            PIC X(02).
           02  HISTAC-RESULTADO       PIC X(20).
           02  HISTAC-SEP6            PIC X(02).
           02  HISTAC-DATA-RUN        PIC 9(08).
           02  HISTAC-SEP7            PIC X(02).
           02  HISTAC-PROFESSOR       PIC 9(06).
           02  HISTAC-SEP8            PIC X(02).
           02  HISTAC-FREQUENCIA      PIC 9(03).
           02  HISTAC-FREQ-INFORMADA  PIC X(01).
               88  HISTAC-COM-FREQUENCIA        VALUE 'S'.
