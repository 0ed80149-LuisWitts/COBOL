      *    DASHIND.cob - LAYOUT DO ARQUIVO DE INDICADORES DO PAINEL
      *    EXECUTIVO (DASHBOARD-INDICATOR-FILE), GRAVADO PELA ROTINA
      *    DASHRTN PELOS PROGRAMAS DA ESTEIRA NOTURNA QUE JA APURAM
      *    UM NUMERO QUE A DIRETORIA ACOMPANHA (CAIXA, ESTOQUE,
      *    FECHAMENTO DO DIA), PARA O EXECDASH MONTAR O PAINEL DO
      *    DIA SEM REFAZER AS CONTAS DE CADA UM.
      *    DASH-VALOR       - VALOR DO INDICADOR (COM SINAL)
      *    DASH-QUANTIDADE  - QUANTIDADE ASSOCIADA (ITENS, JOBS...)
      *    DASH-DATA-REF    - DATA A QUE O INDICADOR SE REFERE
      *                       (ZEROS QUANDO NAO SE APLICA)
       01  DASHBOARD-INDICATOR-RECORD.
           02  DASH-PROGRAMA          PIC X(09).
           02  DASH-SEP1              PIC X(02).
           02  DASH-DATA              PIC 9(08).
           02  DASH-SEP2              PIC X(02).
           02  DASH-INDICADOR         PIC X(20).
           02  DASH-SEP3              PIC X(02).
           02  DASH-VALOR             PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           02  DASH-SEP4              PIC X(02).
           02  DASH-QUANTIDADE        PIC 9(07).
           02  DASH-SEP5              PIC X(02).
           02  DASH-DATA-REF          PIC 9(08).
