      *        REAPONTADO PARA O SOBREVIVENTE E O REGISTRO FICA SO
      *        COMO LAPIDE, FORA DE QUALQUER VENDA NOVA.
               88  CLIENTE-FUNDIDO              VALUE 'M'.
      *        TITULAR QUE PEDIU A ELIMINACAO DOS DADOS (LGPD),
      *        ANONIMIZADO PELO LGPDREQ: NOME 'ANONIMIZADO', SEM CPF,
      *        ENDERECO E TELEFONE. E LAPIDE COMO O FUNDIDO - O
      *        NUMERO SEGUE NAS VENDAS E FATURAS ANTIGAS, MAS NAO
      *        ENTRA EM VENDA NOVA, PONTUACAO OU VARREDURA DE CPF.
               88  CLIENTE-ANONIMIZADO          VALUE 'X'.
      *    DADOS BANCARIOS DO CLIENTE PARA O CREDITO DO RESGATE E DO
      *    VENCIMENTO DOS CONTRATOS DE INVESTIMENTO (INVPAYRN), NO
      *    MESMO DESENHO DA REMESSA DA FOLHA (BANKREM). MANTIDOS E
      *    VALIDADOS NO CUSTMAINT: OS TRES PREENCHIDOS OU OS TRES
      *    ZERADOS. REGISTRO GRAVADO NO LAYOUT ANTIGO CHEGA COM
      *    ESPACOS E O CLIENTE FICA FORA DA REMESSA ATE O CADASTRO
      *    SER COMPLETADO.
           02  CUST-BANCO            PIC 9(03).
           02  CUST-AGENCIA          PIC 9(04).
           02  CUST-CONTA            PIC 9(08).
