      *    PRODKIT.cob - LAYOUT DA ESTRUTURA DE KITS (BILL OF
      *    MATERIALS), UMA LINHA POR COMPONENTE: O KIT (PRODUTO DO
      *    PRODMAST VENDIDO COMO UM ITEM SO) E FORMADO PELA
      *    QUANTIDADE KIT-QUANTIDADE DE CADA KIT-COMPONENTE. PRODUTO
      *    COM LINHAS AQUI E KIT: NAO TEM ESTOQUE PROPRIO - A VENDA
      *    E A DEVOLUCAO MOVEM O SALDO DOS COMPONENTES, E O CUSTO DO
      *    KIT E A SOMA DO CUSTO MEDIO DOS COMPONENTES. KIT DENTRO
      *    DE KIT NAO E EXPLODIDO (O COMPONENTE E MOVIDO COMO ITEM).
       01  PRODUCT-KIT-RECORD.
           02  KIT-CODIGO             PIC X(06).
           02  KIT-SEP1               PIC X(02).
           02  KIT-COMPONENTE         PIC X(06).
           02  KIT-SEP2               PIC X(02).
           02  KIT-QUANTIDADE         PIC 9(05).
