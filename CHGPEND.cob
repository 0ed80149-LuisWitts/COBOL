      *    CHGPEND.cob - LAYOUT DAS MUDANCAS SENSIVEIS DE CADASTRO
      *    (SENSITIVE-CHANGE-FILE). O SALARIO E A CONTA DE CREDITO
      *    DO FUNCIONARIO (EMPMAINT) E O LIMITE DE CREDITO DO
      *    CLIENTE (CUSTMAINT) NAO MUDAM NA HORA EM QUE SAO
      *    DIGITADOS: O PROGRAMA DE MANUTENCAO ANEXA AQUI UMA LINHA
      *    COM O VALOR EM VIGOR E O PEDIDO, O SOLICITANTE (USUARIO
      *    DA SESSAO, OPERRTN), A DATA E A HORA. A MUDANCA NASCE
      *    PENDENTE E SO OUTRO USUARIO, NO CHGAPRV, A APROVA (E A
      *    APLICA NO CADASTRO) OU RECUSA. O CHGREPT LISTA TODO DIA
      *    AS PENDENTES E AS DECIDIDAS NA DATA DE MOVIMENTO.
       01  SENSITIVE-CHANGE-RECORD.
           02  SCHG-ORIGEM            PIC X(09).
               88  MUDANCA-FUNCIONARIO          VALUE 'EMPMAINT'.
               88  MUDANCA-CLIENTE              VALUE 'CUSTMAINT'.
           02  SCHG-SEP1              PIC X(02).
      *    MATRICULA DO FUNCIONARIO OU NUMERO DO CLIENTE
           02  SCHG-CHAVE             PIC 9(06).
           02  SCHG-SEP2              PIC X(02).
           02  SCHG-CAMPO             PIC X(08).
               88  CAMPO-SALARIO                VALUE 'SALARIO'.
               88  CAMPO-BANCO                  VALUE 'BANCO'.
               88  CAMPO-LIMITE                 VALUE 'LIMITE'.
           02  SCHG-SEP3              PIC X(02).
      *    SALARIO E LIMITE OCUPAM O CAMPO COMO VALOR; A CONTA DE
      *    CREDITO, PELA REDEFINICAO, COMO BANCO/AGENCIA/CONTA.
           02  SCHG-ANTIGO            PIC 9(13)V99.
           02  SCHG-ANTIGO-BANCARIO REDEFINES SCHG-ANTIGO.
               03  SCHG-ANTIGO-BANCO  PIC 9(03).
               03  SCHG-ANTIGO-AGENCIA
                                      PIC 9(04).
               03  SCHG-ANTIGO-CONTA  PIC 9(08).
           02  SCHG-SEP4              PIC X(02).
           02  SCHG-NOVO              PIC 9(13)V99.
           02  SCHG-NOVO-BANCARIO REDEFINES SCHG-NOVO.
               03  SCHG-NOVO-BANCO    PIC 9(03).
               03  SCHG-NOVO-AGENCIA  PIC 9(04).
               03  SCHG-NOVO-CONTA    PIC 9(08).
           02  SCHG-SEP5              PIC X(02).
           02  SCHG-SOLICITANTE       PIC X(20).
           02  SCHG-SEP6              PIC X(02).
           02  SCHG-DATA              PIC 9(08).
           02  SCHG-SEP7              PIC X(02).
           02  SCHG-HORA              PIC 9(08).
           02  SCHG-SEP8              PIC X(02).
           02  SCHG-SITUACAO          PIC X(01).
               88  MUDANCA-PENDENTE             VALUE 'P'.
               88  MUDANCA-APROVADA             VALUE 'A'.
               88  MUDANCA-RECUSADA             VALUE 'R'.
           02  SCHG-SEP9              PIC X(02).
           02  SCHG-DECISOR           PIC X(20).
           02  SCHG-SEP10             PIC X(02).
           02  SCHG-DATA-DECISAO      PIC 9(08).
           02  SCHG-SEP11             PIC X(02).
           02  SCHG-MOTIVO            PIC X(40).
