      *    PAYCRED.cob - LAYOUT DO REGISTRO DE CREDITOS DA FOLHA
      *    (PAYROLL-CREDIT-FILE): UMA LINHA POR CREDITO DE SALARIO
      *    ENVIADO AO BANCO, ACRESCENTADA PELO PAYAPPRV AO GERAR A
      *    REMESSA (BANKREM) E PELO PAYRETRN AO REEMITIR UM CREDITO
      *    CORRIGIDO (BANKREMR). O PAYRETRN ATUALIZA A SITUACAO
      *    PELO RETORNO DO BANCO (BANKRET): PAGO, OU REJEITADO COM
      *    A OCORRENCIA E O MOTIVO DO BANCO; O REJEITADO CUJOS
      *    DADOS BANCARIOS FORAM CORRIGIDOS NO CADASTRO (EMPMAINT)
      *    VIRA REEMITIDO E GANHA UMA LINHA NOVA, ENVIADA, COM OS
      *    DADOS NOVOS.
       01  PAYROLL-CREDIT-RECORD.
      *    DATA DE CREDITO DA REMESSA EM QUE O CREDITO SEGUIU (A DO
      *    HEADER DO BANKREM / BANKREMR), QUE O RETORNO DEVOLVE
           02  CRED-DATA-REMESSA      PIC 9(08).
           02  CRED-SEP1              PIC X(02).
           02  CRED-MATRICULA         PIC 9(06).
           02  CRED-SEP2              PIC X(02).
           02  CRED-NOME              PIC X(20).
           02  CRED-SEP3              PIC X(02).
           02  CRED-BANCO             PIC 9(03).
           02  CRED-SEP4              PIC X(02).
           02  CRED-AGENCIA           PIC 9(04).
           02  CRED-SEP5              PIC X(02).
           02  CRED-CONTA             PIC 9(08).
           02  CRED-SEP6              PIC X(02).
           02  CRED-LIQUIDO           PIC 9(09)V99.
           02  CRED-SEP7              PIC X(02).
           02  CRED-SITUACAO          PIC X(01).
               88  CREDITO-ENVIADO              VALUE 'E'.
               88  CREDITO-PAGO                 VALUE 'P'.
               88  CREDITO-REJEITADO            VALUE 'R'.
               88  CREDITO-REEMITIDO            VALUE 'T'.
           02  CRED-SEP8              PIC X(02).
           02  CRED-OCORRENCIA        PIC X(02).
           02  CRED-SEP9              PIC X(02).
           02  CRED-MOTIVO            PIC X(30).
           02  CRED-SEP10             PIC X(02).
      *    DATA EM QUE A SITUACAO MUDOU PELA ULTIMA VEZ
           02  CRED-DATA-SITUACAO     PIC 9(08).
           02  CRED-SEP11             PIC X(02).
      *    'F' = CREDITO DA REMESSA DA FOLHA; 'R' = REEMISSAO
           02  CRED-ORIGEM            PIC X(01).
               88  CREDITO-DA-REEMISSAO         VALUE 'R'.
