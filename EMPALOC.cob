      *    EMPALOC.cob - LAYOUT DO RATEIO DE CUSTO DO FUNCIONARIO
      *    ENTRE DEPARTAMENTOS (COST-ALLOCATION-FILE): UMA LINHA POR
      *    MATRICULA E DEPARTAMENTO COM O PERCENTUAL DO CUSTO QUE
      *    CABE A CADA UM. AS LINHAS DE UMA MATRICULA TEM DE SOMAR
      *    100%. A FOLHA (PROGCOB04) QUEBRA O BRUTO E OS ENCARGOS
      *    PATRONAIS ENTRE OS CENTROS DE CUSTO DOS DEPARTAMENTOS DO
      *    RATEIO; QUEM NAO TEM LINHA AQUI (OU TEM RATEIO QUE NAO
      *    FECHA) FICA COM O CUSTO INTEIRO NO EMP-DEPTO DO CADASTRO.
       01  COST-ALLOCATION-RECORD.
           02  ALOC-MATRICULA         PIC 9(06).
           02  ALOC-SEP1              PIC X(02).
           02  ALOC-DEPTO             PIC X(04).
           02  ALOC-SEP2              PIC X(02).
           02  ALOC-PERCENTUAL        PIC 9(03)V99.
