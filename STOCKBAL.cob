      *    (GOODSRCV) SOMAM, AS QUANTIDADES VENDIDAS ABATEM E AS
      *    DEVOLUCOES RETORNAM AO ESTOQUE. SALDO NEGATIVO INDICA
      *    CONTAGEM OU MOVIMENTO ERRADO E E APONTADO COMO EXCECAO.
      *    O SALDO E POR PRODUTO E LOCAL (LOJA OU DEPOSITO DO
      *    STOREMST): UMA LINHA POR PAR PRODUTO/LOCAL. A VENDA
      *    ABATE NA LOJA DA VENDA, A ENTRADA SOMA NO LOCAL QUE
      *    RECEBEU E A TRANSFERENCIA (STKTRANS/STOCKTRF) TIRA DE UM
      *    LOCAL E, QUANDO CHEGA, POE NO OUTRO. A REQUISICAO DE
      *    MATERIAL PARA ORDEM DE SERVICO (MATREQ) TIRA DO LOCAL E A
      *    DEVOLUCAO DA SOBRA POE DE VOLTA. LINHA NO FORMATO
      *    ANTIGO CHEGA COM O LOCAL EM ESPACOS E PERTENCE AO LOCAL
      *    PRINCIPAL (ROTINA LOCPRTN).
       01  STOCK-BALANCE-RECORD.
           02  STQ-CODIGO             PIC X(06).
           02  STQ-SEP1               PIC X(02).
           02  STQ-SALDO              PIC S9(07)
               SIGN IS LEADING SEPARATE.
           02  STQ-SEP2               PIC X(02).
           02  STQ-LOCAL              PIC X(10).
