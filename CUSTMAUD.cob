      *    CUSTMAUD.cob - LAYOUT DA TRILHA DE AUDITORIA DO CADASTRO
      *    DE CLIENTES (CUSTOMER-AUDIT-FILE): UMA LINHA POR ACAO
      *    SOBRE UM CLIENTE, COM OS VALORES ANTES E DEPOIS, A DATA
      *    E A HORA. GRAVADA PELO CUSTMAINT (INCLUSAO, ALTERACAO,
      *    BLOQUEIO) E PELA REVISAO DE LIMITE DE CREDITO APROVADA
      *    NO CREDAPRV (ACAO 'REVCREDITO') E PELA MUDANCA DE LIMITE
      *    APROVADA NO CHGAPRV (ACAO 'APRLIMITE'). OS DADOS
      *    BANCARIOS (ANTES E DEPOIS) FICAM NO FIM DA LINHA; LINHA
      *    GRAVADA ANTES DELES CHEGA COM ESPACOS.
       01  CUSTOMER-AUDIT-RECORD.
           02  CAUD-NUMERO            PIC 9(06).
           02  CAUD-SEP1              PIC X(02).
           02  CAUD-ACAO              PIC X(10).
           02  CAUD-SEP2              PIC X(02).
           02  CAUD-NOME-ANTES        PIC X(20).
           02  CAUD-SEP3              PIC X(02).
           02  CAUD-CPF-ANTES         PIC X(11).
           02  CAUD-SEP4              PIC X(02).
           02  CAUD-LIMITE-ANTES      PIC 9(07)V99.
           02  CAUD-SEP5              PIC X(02).
           02  CAUD-SITUACAO-ANTES    PIC X(01).
           02  CAUD-SEP6              PIC X(02).
           02  CAUD-NOME-DEPOIS       PIC X(20).
           02  CAUD-SEP7              PIC X(02).
           02  CAUD-CPF-DEPOIS        PIC X(11).
           02  CAUD-SEP8              PIC X(02).
           02  CAUD-LIMITE-DEPOIS     PIC 9(07)V99.
           02  CAUD-SEP9              PIC X(02).
           02  CAUD-SITUACAO-DEPOIS   PIC X(01).
           02  CAUD-SEP10             PIC X(02).
           02  CAUD-DATA              PIC 9(08).
           02  CAUD-SEP11             PIC X(02).
           02  CAUD-HORA              PIC 9(08).
           02  CAUD-SEP12             PIC X(02).
           02  CAUD-BANCO-ANTES       PIC 9(03).
           02  CAUD-AGENCIA-ANTES     PIC 9(04).
           02  CAUD-CONTA-ANTES       PIC 9(08).
           02  CAUD-SEP13             PIC X(02).
           02  CAUD-BANCO-DEPOIS      PIC 9(03).
           02  CAUD-AGENCIA-DEPOIS    PIC 9(04).
           02  CAUD-CONTA-DEPOIS      PIC 9(08).
