           02  GRP-DESCRICAO          PIC X(25).
           02  GRP-SEP2               PIC X(02).
           02  GRP-CLASSE             PIC X(01).
      *    CLASSIFICACAO DO GRUPO NA DEMONSTRACAO DOS FLUXOS DE
      *    CAIXA (DFCSTMT), SO PARA ATIVO E PASSIVO - RECEITA E
      *    DESPESA FORMAM O RESULTADO DO PERIODO. GRUPO DE ATIVO OU
      *    PASSIVO SEM CLASSIFICACAO (LINHA NO FORMATO ANTIGO) CAI
      *    NAS ATIVIDADES OPERACIONAIS COMO 'SEM CLASSIFICACAO'.
           02  GRP-SEP3               PIC X(02).
           02  GRP-FLUXO              PIC X(01).
               88  FLUXO-CAIXA                  VALUE 'C'.
               88  FLUXO-AJUSTE                 VALUE 'A'.
               88  FLUXO-OPERACIONAL            VALUE 'O'.
               88  FLUXO-INVESTIMENTO           VALUE 'I'.
               88  FLUXO-FINANCIAMENTO          VALUE 'F'.
