      *    RUNSTEPS.cob - LAYOUT DA TABELA DE PASSOS DA ESTEIRA
      *    (RUN-STEPS-FILE): UMA LINHA POR PASSO DO JCL, NA ORDEM DE
      *    EXECUCAO, COM O NOME DO PASSO, O PROGRAMA E A CLASSE:
      *      N = NAO REPETIVEL - PASSO QUE ALTERA DADOS E TEM O ESTADO
      *          NO RUNSTAT (ROTINA RUNSTRTN); SO RODA DE NOVO NA
      *          MESMA DATA COM CARTAO RUNOVRD.
      *      R = REPETIVEL - PORTAO, CONFERENCIA, EDICAO/POSTING DE
      *          LOTE (O POSTEDBT JA BARRA LOTE REPETIDO) E RELATORIO.
      *    E A PARTIR DESTA TABELA QUE O RESTADV APONTA O PASSO DE
      *    REINICIO. RUNSTEPS = COBNIGHT, RUNSTEPM = COBMONTH.
       01  RUN-STEP-RECORD.
           02  RSTP-PASSO             PIC X(08).
           02  RSTP-SEP1              PIC X(02).
           02  RSTP-PROGRAMA          PIC X(09).
           02  RSTP-SEP2              PIC X(02).
           02  RSTP-CLASSE            PIC X(01).
