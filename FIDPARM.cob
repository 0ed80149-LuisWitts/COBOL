      *    FIDPARM.cob - PARAMETROS DO PROGRAMA DE FIDELIDADE
      *    (LOYALTY-PARM-FILE), UMA LINHA SO: PONTOS GANHOS POR REAL
      *    DE VENDA, VALOR EM REAIS DE CADA PONTO NO RESGATE E
      *    PRAZO DE VALIDADE DOS PONTOS EM MESES. LIDO PELO
      *    FECHAMENTO (PROGCOB16), PELA DIGITACAO (SALENTRY) E PELO
      *    FECHAMENTO MENSAL (FIDMES); SEM O ARQUIVO, OU COM LIXO,
      *    VALEM 1 PONTO POR REAL, R$ 0,01 POR PONTO E 12 MESES.
       01  LOYALTY-PARM-RECORD.
           02  FPAR-PONTOS-POR-REAL   PIC 9(03).
           02  FPAR-VALOR-PONTO       PIC 9(01)V9999.
           02  FPAR-MESES-VALIDADE    PIC 9(02).
