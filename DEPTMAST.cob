      *    DIGITADO ERRADO DEIXAVA DE CRIAR SUBTOTAL FANTASMA) E
      *    DEBITA A DESPESA DE SALARIOS QUEBRADA POR CENTRO DE
      *    CUSTO NO LOTE CONTABIL, PARA O RAZAO MOSTRAR O CUSTO DE
      *    PESSOAL POR AREA. A LOJA (STOREMST) E OPCIONAL: O
      *    DEPARTAMENTO DE UMA LOJA LEVA O CODIGO DELA NOS DEBITOS
      *    DA FOLHA, PARA O RESULTADO POR LOJA (LOJADRE).
       01  DEPARTMENT-MASTER-RECORD.
           02  DEPT-CODIGO            PIC X(04).
           02  DEPT-SEP1              PIC X(02).
           02  DEPT-NOME              PIC X(20).
           02  DEPT-SEP2              PIC X(02).
           02  DEPT-CONTA-CUSTO       PIC 9(06).
           02  DEPT-SEP3              PIC X(02).
           02  DEPT-LOJA              PIC X(10).
