      *    CREWASG.cob - LAYOUT DA ESCALA DE EQUIPES DAS ORDENS DE
      *    SERVICO (CREW-ASSIGNMENT-FILE), MANTIDA PELA ESCALA
      *    (CREWASGN): UMA LINHA POR FUNCIONARIO (EMPMAST) ALOCADO A
      *    UMA ORDEM DO WORKORD (JOB E AMBIENTE) EM UM DIA UTIL, COM
      *    AS HORAS PLANEJADAS E, DEPOIS DO DIA, AS HORAS REAIS
      *    APONTADAS E O CUSTO DA HORA DO FUNCIONARIO NO APONTAMENTO
      *    (SALARIO / 220). UM FUNCIONARIO TEM NO MAXIMO UMA
      *    ALOCACAO NAO CANCELADA POR DIA. A ESCALA SEMANAL
      *    (CREWSCHD) E O ORCADO X REALIZADO DE MAO DE OBRA DO
      *    JOBCOST PARTEM DAQUI. SITUACAO: P=PLANEJADA,
      *    R=REALIZADA (HORAS APONTADAS), C=CANCELADA.
       01  CREW-ASSIGNMENT-RECORD.
           02  ASG-JOB                PIC X(06).
           02  ASG-SEP1               PIC X(02).
           02  ASG-AMBIENTE           PIC X(15).
           02  ASG-SEP2               PIC X(02).
           02  ASG-COTACAO            PIC 9(06).
           02  ASG-SEP3               PIC X(02).
           02  ASG-FUNCIONARIO        PIC 9(06).
           02  ASG-SEP4               PIC X(02).
           02  ASG-DATA               PIC 9(08).
           02  ASG-SEP5               PIC X(02).
           02  ASG-HORAS-PLANEJADAS   PIC 9(02)V9.
           02  ASG-SEP6               PIC X(02).
           02  ASG-HORAS-REAIS        PIC 9(02)V9.
           02  ASG-SEP7               PIC X(02).
           02  ASG-CUSTO-HORA         PIC 9(04)V99.
           02  ASG-SEP8               PIC X(02).
           02  ASG-SITUACAO           PIC X(01).
               88  ALOCACAO-PLANEJADA           VALUE 'P'.
               88  ALOCACAO-REALIZADA           VALUE 'R'.
               88  ALOCACAO-CANCELADA           VALUE 'C'.
