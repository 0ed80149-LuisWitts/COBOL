      *    STOREMST.cob - LAYOUT DO CADASTRO DE LOJAS E DEPOSITOS
      *    (STORE-MASTER-FILE): CODIGO DO LOCAL COMO VEM NA VENDA
      *    (VENDA-LOJA), NO RECEBIMENTO (RCV-LOCAL) E NO SALDO
      *    (STQ-LOCAL), NOME E A UNIDADE DA FEDERACAO ONDE FICA,
      *    QUE DECIDE A ALIQUOTA DO IMPOSTO SOBRE A VENDA NA TABELA
      *    TAXRATE. LOJA FORA DO CADASTRO VENDE SEM ALIQUOTA E CAI
      *    NO LOG DE EXCECOES DO FECHAMENTO. O PRIMEIRO LOCAL DO
      *    ARQUIVO E O LOCAL PRINCIPAL (ROTINA LOCPRTN), QUE
      *    RECEBE O SALDO E A ENTRADA GRAVADOS SEM LOCAL. TIPO
      *    L = LOJA (VENDE AO PUBLICO), D = DEPOSITO (SO GUARDA E
      *    TRANSFERE); LINHA NO FORMATO ANTIGO CHEGA COM ESPACOS E
      *    E TRATADA COMO LOJA.
       01  STORE-MASTER-RECORD.
           02  LJ-CODIGO              PIC X(10).
           02  LJ-SEP1                PIC X(02).
           02  LJ-NOME                PIC X(25).
           02  LJ-SEP2                PIC X(02).
           02  LJ-UF                  PIC X(02).
           02  LJ-SEP3                PIC X(02).
           02  LJ-TIPO                PIC X(01).
               88  LOCAL-LOJA                   VALUES 'L' ' '.
               88  LOCAL-DEPOSITO               VALUE 'D'.
