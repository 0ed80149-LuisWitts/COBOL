      *    MATMOV.cob - LAYOUT DA TRILHA DE REQUISICOES DE MATERIAL
      *    PARA AS ORDENS DE SERVICO (MATERIAL-MOVE-FILE), SO
      *    ACRESCENTADA PELA REQUISICAO DE MATERIAL (MATREQ): UMA
      *    LINHA POR SAIDA DO ESTOQUE PARA UMA ORDEM DO WORKORD (JOB
      *    E AMBIENTE) OU POR DEVOLUCAO DA SOBRA, COM O LOCAL DO
      *    STOCKBAL, A QUANTIDADE, O CUSTO UNITARIO (CUSTO MEDIO DO
      *    STOCKCST NA REQUISICAO; NA DEVOLUCAO, O CUSTO MEDIO DO QUE
      *    A ORDEM TINHA RECEBIDO), O VALOR, A DATA E O OPERADOR. O
      *    FECHAMENTO DO JOB (JOBCLOSE) SOMA AS LINHAS DO JOB
      *    (REQUISICOES MENOS DEVOLUCOES) PARA GRAVAR O CONSUMO REAL
      *    NO JOBACT.
       01  MATERIAL-MOVE-RECORD.
           02  MOV-JOB                PIC X(06).
           02  MOV-SEP1               PIC X(02).
           02  MOV-COTACAO            PIC 9(06).
           02  MOV-SEP2               PIC X(02).
           02  MOV-AMBIENTE           PIC X(15).
           02  MOV-SEP3               PIC X(02).
           02  MOV-MATERIAL           PIC X(06).
           02  MOV-SEP4               PIC X(02).
           02  MOV-LOCAL              PIC X(10).
           02  MOV-SEP5               PIC X(02).
           02  MOV-TIPO               PIC X(01).
               88  MOV-REQUISICAO               VALUE 'R'.
               88  MOV-DEVOLUCAO                VALUE 'D'.
           02  MOV-SEP6               PIC X(02).
           02  MOV-QUANTIDADE         PIC 9(07).
           02  MOV-SEP7               PIC X(02).
           02  MOV-CUSTO-UNITARIO     PIC 9(05)V99.
           02  MOV-SEP8               PIC X(02).
           02  MOV-VALOR              PIC 9(09)V99.
           02  MOV-SEP9               PIC X(02).
           02  MOV-DATA               PIC 9(08).
           02  MOV-SEP10              PIC X(02).
           02  MOV-OPERADOR           PIC X(20).
