      *    MENSPARM.cob - PARAMETROS DO FATURAMENTO DA MENSALIDADE
      *    (TUITION-PARM-FILE), UMA LINHA SO: PERCENTUAL DE
      *    DESCONTO DE IRMAO, DADO A PARTIR DO SEGUNDO ALUNO DO
      *    MESMO RESPONSAVEL, E PRAZO DE VENCIMENTO DA FATURA EM
      *    DIAS CORRIDOS DA EMISSAO. LIDO PELO MENSFAT; SEM O
      *    ARQUIVO, OU COM LIXO, VALEM 10% E 10 DIAS.
       01  TUITION-PARM-RECORD.
           02  MPAR-PCT-IRMAO         PIC 9(03)V99.
           02  MPAR-DIAS-VENCIMENTO   PIC 9(02).
