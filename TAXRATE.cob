      *    TAXRATE.cob - LAYOUT DA TABELA DE ALIQUOTAS DE IMPOSTO
      *    SOBRE VENDAS (TAX-RATE-FILE), POR CLASSE FISCAL DO
      *    PRODUTO (PROD-CLASSE-FISCAL NO PRODMAST) E UF DA LOJA
      *    (STOREMST): QUAL IMPOSTO INCIDE (ICMS PARA MERCADORIA,
      *    ISS PARA SERVICO) E A ALIQUOTA EM PERCENTUAL. O IMPOSTO
      *    E CALCULADO POR DENTRO - JA ESTA CONTIDO NO VALOR DA
      *    VENDA - E DESTACADO NA NOTA FISCAL (NOTAFISC).
       01  TAX-RATE-RECORD.
           02  TAX-CLASSE             PIC X(03).
           02  TAX-SEP1               PIC X(02).
           02  TAX-UF                 PIC X(02).
           02  TAX-SEP2               PIC X(02).
           02  TAX-IMPOSTO            PIC X(04).
               88  IMPOSTO-ICMS                 VALUE 'ICMS'.
               88  IMPOSTO-ISS                  VALUE 'ISS '.
           02  TAX-SEP3               PIC X(02).
           02  TAX-ALIQUOTA           PIC 9(02)V99.
