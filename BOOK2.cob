      *    LAYOUT ANTIGO CHEGA COM ESPACOS (SEM VINCULO).
           02  INV-CLIENTE            PIC 9(06).
      *    SITUACAO DO CONTRATO: A=ATIVO, E=ENCERRADO (QUITACAO
      *    ANTECIPADA OU ROLAGEM), V=VENCIDO E PAGO (REMESSA
      *    APROVADA NO INVPAPRV). O CRONOGRAMA
      *    (PROGCOB17) E O ALERTA DE VENCIMENTO (INVMATUR) SO
      *    PROCESSAM CONTRATO ATIVO; REGISTRO GRAVADO NO LAYOUT
      *    ANTIGO CHEGA COM ESPACOS E CONTA COMO ATIVO.
      *    CONTA DE ORIGEM QUANDO O CONTRATO NASCEU DE UMA ROLAGEM
      *    (INVROLL); ZEROS/ESPACOS = CONTRATO ORIGINAL.
           02  INV-CONTA-ORIGEM       PIC 9(06).
      *    INDEXACAO DO CONTRATO: 'PRE ' OU EM BRANCO (LAYOUT
      *    ANTIGO) = TAXA PELA TABELA DE FAIXAS (INVRATE); 'CDI ' OU
      *    'IPCA' = PERCENTUAL DO INDICE PUBLICADO NO INDXVAL (EX:
      *    110,00 = 110% DO CDI) MAIS O SPREAD MENSAL (EX: 0,0045),
      *    PELA ROTINA INDXRTN - O INDICE REAL NOS MESES JA
      *    PUBLICADOS E A PROJECAO NOS DEMAIS.
           02  INV-INDEXADOR          PIC X(04).
               88  CONTRATO-PREFIXADO           VALUES SPACES 'PRE '.
               88  CONTRATO-INDEXADO            VALUES 'CDI ' 'IPCA'.
           02  INV-PCT-INDICE         PIC 9(03)V99.
           02  INV-SPREAD-MES         PIC 9V9999.
