      *    FGTSDEP.cob - LAYOUT DOS DEPOSITOS DE FGTS POR
      *    FUNCIONARIO (FGTS-DEPOSIT-FILE), SO ACRESCENTADO PELA
      *    FOLHA (PROGCOB04): UMA LINHA POR FUNCIONARIO E RUN, COM
      *    A COMPETENCIA, O MODO DA FOLHA (NORMAL, 13SAL-P1,
      *    13SAL-P2, FERIAS, RESCISAO), A BASE (BRUTO DO RUN), O
      *    PERCENTUAL E O VALOR DEPOSITADO E A DATA DA FOLHA. E A
      *    ORIGEM DA GUIA MENSAL DE RECOLHIMENTO (FGTSCOL) E DO
      *    EXTRATO POR FUNCIONARIO (FGTSSTMT).
       01  FGTS-DEPOSIT-RECORD.
           02  FDEP-MATRICULA         PIC 9(06).
           02  FDEP-SEP1              PIC X(02).
           02  FDEP-COMPETENCIA       PIC 9(06).
           02  FDEP-SEP2              PIC X(02).
           02  FDEP-MODO              PIC X(10).
           02  FDEP-SEP3              PIC X(02).
           02  FDEP-BASE              PIC 9(07)V99.
           02  FDEP-SEP4              PIC X(02).
           02  FDEP-PCT               PIC 9V9999.
           02  FDEP-SEP5              PIC X(02).
           02  FDEP-VALOR             PIC 9(06)V99.
           02  FDEP-SEP6              PIC X(02).
           02  FDEP-DATA-FOLHA        PIC 9(08).
